       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostbrw.
      *    Consultation en ligne (transaction CICS LBRW, mapset
      *    LOSTBRM) pour les analystes et le support : remplace la
      *    soumission de LOSTINQJ et la lecture des dumps du
      *    catalogue.
      *    - LBRCAT : liste des series du catalogue LOSTCAT (type,
      *      parametre, graines, proprietaire, statut), 12 par
      *      page ; curseur sur une ligne + Entree choisit la
      *      serie, "Positionner sur" repart d'un nom donne ;
      *    - LBRMST : termes de la serie dans LOSTMST avec leur
      *      valeur et le run qui les a produits, 12 par page,
      *      PF7/PF8 pour reculer/avancer ;
      *    - LBRAUD : curseur sur un terme + PF4 affiche la ligne
      *      d'audit LOSTLOG du run (date, demandeur, statut,
      *      termes produits), lue par cle dans LOSTAUX, copie
      *      indexee du journal reconstruite chaque nuit par
      *      LOSTAUXJ.
      *    Lecture seule : aucune mise a jour, la maintenance
      *    reste a LOSTCATM et LOSTMSTM. Pseudo-conversationnel :
      *    l'etat passe d'un ecran a l'autre dans LOSTBRC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-RESP                 PIC S9(08) COMP VALUE 0.
       77  WS-LINE-COUNT           PIC 9(02)  VALUE 0.
       77  WS-LINE-IX              PIC 9(02)  VALUE 0.
       77  WS-BACK-COUNT           PIC 9(02)  VALUE 0.
       77  WS-CURSOR-ROW           PIC 9(03)  VALUE 0.
       77  WS-LIST-ROW-FIRST       PIC 9(03)  VALUE 5.
       77  WS-PAGE-SIZE            PIC 9(02)  VALUE 12.
       77  WS-BROWSE-END-FLAG      PIC X      VALUE "N".
           88  WS-BROWSE-END                  VALUE "Y".
       77  WS-SKIP-FLAG            PIC X      VALUE "N".
           88  WS-SKIP-START-KEY              VALUE "Y".
       77  WS-END-SESSION-FLAG     PIC X      VALUE "N".
           88  WS-END-SESSION                 VALUE "Y".
       77  WS-FILE-NAME            PIC X(08)  VALUE SPACES.
       77  WS-MESSAGE              PIC X(79)  VALUE SPACES.
       77  WS-RESP-ED              PIC Z(07)9.
       77  WS-PARM-ED              PIC -(05)9.99.
       77  WS-VALUE-ED             PIC -(20)9.
       77  WS-STATUS-TEXT          PIC X(30)  VALUE SPACES.
       77  WS-CAT-KEY              PIC X(20)  VALUE SPACES.
       77  WS-SKIP-CAT-KEY         PIC X(20)  VALUE SPACES.
       77  WS-BACK-CAT-KEY         PIC X(20)  VALUE SPACES.
       77  WS-AUX-KEY              PIC X(16)  VALUE SPACES.
       77  WS-AUDIT-TERM           PIC 9(03)  VALUE 0.
       77  WS-SKIP-TERM            PIC 9(03)  VALUE 0.
       77  WS-BACK-TERM            PIC 9(03)  VALUE 0.
       01  WS-MST-KEY.
           05  WS-MST-KEY-SERIES   PIC X(20).
           05  WS-MST-KEY-TERM     PIC 9(03).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
       01  WS-CAT-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CL-NAME          PIC X(20).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-CL-TYPE          PIC X(01).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WS-CL-PARM          PIC X(09).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-CL-SEED-B        PIC X(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-CL-SEED-O        PIC X(05).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-CL-OWNER         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-CL-STATUS        PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-CL-STATUS-TEXT   PIC X(07).
           05  FILLER              PIC X(07)  VALUE SPACES.
       01  WS-TERM-LINE.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WS-TL-TERM          PIC 9(03).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  WS-TL-VALUE         PIC X(21).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  WS-TL-RUN-ID        PIC X(16).
           05  FILLER              PIC X(32)  VALUE SPACES.
       COPY LOSTCAT.
       COPY LOSTMST.
       COPY LOSTLOG.
       COPY LOSTBRM.
       COPY LOSTBRC.
       COPY DFHAID.

       LINKAGE SECTION.
       COPY LOSTBRC REPLACING ==BRC-COMMAREA== BY ==DFHCOMMAREA==
                              LEADING ==BRC-== BY ==CA-==.

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    Premier passage (pas de zone de communication, ou zone
      *    d'une autre version du programme) : liste du catalogue
      *    depuis le debut. Sinon on repart de l'ecran affiche.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF EIBCALEN NOT = LENGTH OF BRC-COMMAREA
               INITIALIZE BRC-COMMAREA
               MOVE LOW-VALUES TO WS-CAT-KEY
               MOVE "N" TO WS-SKIP-FLAG
               PERFORM FILL-CATALOG-PARA
               PERFORM SEND-CATALOG-PARA
           ELSE
               MOVE DFHCOMMAREA TO BRC-COMMAREA
               EVALUATE TRUE
                   WHEN BRC-ON-TERMS
                       PERFORM TERMS-KEY-PARA
                   WHEN BRC-ON-AUDIT
                       PERFORM AUDIT-KEY-PARA
                   WHEN OTHER
                       PERFORM CATALOG-KEY-PARA
               END-EVALUATE
           END-IF.
           IF WS-END-SESSION
               EXEC CICS SEND TEXT
                   FROM(WS-MESSAGE)
                   LENGTH(LENGTH OF WS-MESSAGE)
                   ERASE
                   FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(BRC-COMMAREA)
                   LENGTH(LENGTH OF BRC-COMMAREA)
               END-EXEC
           END-IF.
           GOBACK.

       CATALOG-KEY-PARA.
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   MOVE "Fin de la consultation LOST." TO WS-MESSAGE
                   SET WS-END-SESSION TO TRUE
               WHEN DFHPF8
                   IF BRC-CAT-HAS-MORE
                       MOVE BRC-CAT-NAME (WS-PAGE-SIZE) TO WS-CAT-KEY
                       MOVE WS-CAT-KEY TO WS-SKIP-CAT-KEY
                       MOVE "Y" TO WS-SKIP-FLAG
                       PERFORM FILL-CATALOG-PARA
                   ELSE
                       PERFORM REFRESH-CATALOG-PARA
                       MOVE "Derniere page du catalogue." TO WS-MESSAGE
                   END-IF
               WHEN DFHPF7
                   PERFORM BACK-CATALOG-PARA
               WHEN DFHENTER
                   PERFORM SELECT-SERIES-PARA
               WHEN OTHER
                   PERFORM REFRESH-CATALOG-PARA
                   MOVE "Touche inactive sur cet ecran." TO WS-MESSAGE
           END-EVALUATE.
           IF NOT WS-END-SESSION
               IF BRC-ON-TERMS
                   PERFORM SEND-TERMS-PARA
               ELSE
                   PERFORM SEND-CATALOG-PARA
               END-IF
           END-IF.

       SELECT-SERIES-PARA.
      *    Curseur sur une ligne de la liste : la serie de la ligne
      *    est choisie. Sinon, un nom saisi dans "Positionner sur"
      *    fait repartir la liste de ce nom (ou du suivant).
           PERFORM LOCATE-CURSOR-PARA
           IF WS-LINE-IX > 0
               AND BRC-CAT-NAME (WS-LINE-IX) NOT = SPACES
               MOVE BRC-CAT-NAME (WS-LINE-IX) TO BRC-SERIES-NAME
               MOVE BRC-SERIES-NAME TO WS-MST-KEY-SERIES
               MOVE 0 TO WS-MST-KEY-TERM
               MOVE "N" TO WS-SKIP-FLAG
               PERFORM FILL-TERMS-PARA
               SET BRC-ON-TERMS TO TRUE
           ELSE
               MOVE LOW-VALUES TO LBRCATI
               EXEC CICS RECEIVE MAP('LBRCAT')
                   MAPSET('LOSTBRM')
                   INTO(LBRCATI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND CPOSL > 0
                   MOVE CPOSI TO WS-CAT-KEY
                   MOVE "N" TO WS-SKIP-FLAG
                   PERFORM FILL-CATALOG-PARA
               ELSE
                   PERFORM REFRESH-CATALOG-PARA
                   MOVE "Curseur sur une serie, ou saisir un nom."
                       TO WS-MESSAGE
               END-IF
           END-IF.

       REFRESH-CATALOG-PARA.
           MOVE BRC-CAT-FIRST TO WS-CAT-KEY
           MOVE "N" TO WS-SKIP-FLAG
           PERFORM FILL-CATALOG-PARA.

       FILL-CATALOG-PARA.
      *    Une page de la liste a partir de WS-CAT-KEY ; en marche
      *    avant, la serie de depart (derniere de la page
      *    precedente) est sautee. Une treizieme lecture dit s'il
      *    reste une page suivante.
           MOVE LOW-VALUES TO LBRCATO
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO BRC-CAT-FIRST
           MOVE "N" TO BRC-CAT-MORE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-PAGE-SIZE
               MOVE SPACES TO BRC-CAT-NAME (WS-LINE-IX)
           END-PERFORM
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-BROWSE-END-FLAG
           EXEC CICS STARTBR FILE('LOSTCAT')
               RIDFLD(WS-CAT-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-CATALOG-NEXT-PARA
                       UNTIL WS-BROWSE-END OR BRC-CAT-HAS-MORE
                   EXEC CICS ENDBR FILE('LOSTCAT')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "LOSTCAT" TO WS-FILE-NAME
                   PERFORM FILE-ERROR-PARA
           END-EVALUATE
           IF WS-LINE-COUNT = 0 AND WS-MESSAGE = SPACES
               MOVE "Aucune serie du catalogue a partir de ce nom."
                   TO WS-MESSAGE
           END-IF.

       READ-CATALOG-NEXT-PARA.
           EXEC CICS READNEXT FILE('LOSTCAT')
               INTO(CAT-RECORD)
               RIDFLD(WS-CAT-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-END TO TRUE
               WHEN WS-SKIP-START-KEY
                   AND CAT-SERIES-NAME = WS-SKIP-CAT-KEY
                   MOVE "N" TO WS-SKIP-FLAG
               WHEN WS-LINE-COUNT < WS-PAGE-SIZE
                   MOVE "N" TO WS-SKIP-FLAG
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM FORMAT-CATALOG-LINE-PARA
               WHEN OTHER
                   SET BRC-CAT-HAS-MORE TO TRUE
           END-EVALUATE.

       FORMAT-CATALOG-LINE-PARA.
           IF WS-LINE-COUNT = 1
               MOVE CAT-SERIES-NAME TO BRC-CAT-FIRST
           END-IF
           MOVE CAT-SERIES-NAME TO BRC-CAT-NAME (WS-LINE-COUNT)
           MOVE CAT-SERIES-NAME TO WS-CL-NAME
           MOVE CAT-SERIES-TYPE TO WS-CL-TYPE
           MOVE CAT-SERIES-PARM TO WS-PARM-ED
           MOVE WS-PARM-ED TO WS-CL-PARM
           MOVE CAT-SEED-B TO WS-CL-SEED-B
           MOVE CAT-SEED-O TO WS-CL-SEED-O
           MOVE CAT-OWNER TO WS-CL-OWNER
           MOVE CAT-STATUS TO WS-CL-STATUS
           EVALUATE TRUE
               WHEN CAT-STATUS-ACTIVE
                   MOVE "active" TO WS-CL-STATUS-TEXT
               WHEN CAT-STATUS-RETIRED
                   MOVE "retiree" TO WS-CL-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CL-STATUS-TEXT
           END-EVALUATE
           MOVE WS-CAT-LINE TO CLINO (WS-LINE-COUNT).

       BACK-CATALOG-PARA.
      *    Page precedente : depuis la premiere serie affichee, on
      *    recule de douze series (moins au debut du catalogue) et
      *    on reaffiche une page complete a partir de la.
           MOVE BRC-CAT-FIRST TO WS-CAT-KEY
           MOVE 0 TO WS-BACK-COUNT
           MOVE "N" TO WS-BROWSE-END-FLAG
           EXEC CICS STARTBR FILE('LOSTCAT')
               RIDFLD(WS-CAT-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-CATALOG-PREV-PARA
                   UNTIL WS-BROWSE-END OR WS-BACK-COUNT > WS-PAGE-SIZE
               EXEC CICS ENDBR FILE('LOSTCAT')
               END-EXEC
           END-IF
           IF WS-BACK-COUNT = 0
               MOVE LOW-VALUES TO WS-CAT-KEY
           ELSE
               MOVE WS-BACK-CAT-KEY TO WS-CAT-KEY
           END-IF
           MOVE "N" TO WS-SKIP-FLAG
           PERFORM FILL-CATALOG-PARA
           IF WS-BACK-COUNT < 2 AND WS-MESSAGE = SPACES
               MOVE "Premiere page du catalogue." TO WS-MESSAGE
           END-IF.

       READ-CATALOG-PREV-PARA.
           EXEC CICS READPREV FILE('LOSTCAT')
               INTO(CAT-RECORD)
               RIDFLD(WS-CAT-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-BACK-COUNT
               MOVE CAT-SERIES-NAME TO WS-BACK-CAT-KEY
           ELSE
               SET WS-BROWSE-END TO TRUE
           END-IF.

       TERMS-KEY-PARA.
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM REFRESH-CATALOG-PARA
                   SET BRC-ON-CATALOG TO TRUE
               WHEN DFHPF8
                   IF BRC-TERM-HAS-MORE
                       MOVE BRC-SERIES-NAME TO WS-MST-KEY-SERIES
                       MOVE BRC-TERM-NBR (WS-PAGE-SIZE)
                           TO WS-MST-KEY-TERM
                       MOVE WS-MST-KEY-TERM TO WS-SKIP-TERM
                       MOVE "Y" TO WS-SKIP-FLAG
                       PERFORM FILL-TERMS-PARA
                   ELSE
                       PERFORM REFRESH-TERMS-PARA
                       MOVE "Dernier terme de la serie." TO WS-MESSAGE
                   END-IF
               WHEN DFHPF7
                   PERFORM BACK-TERMS-PARA
               WHEN DFHPF4
                   PERFORM SHOW-AUDIT-PARA
               WHEN DFHENTER
                   PERFORM GOTO-TERM-PARA
               WHEN OTHER
                   PERFORM REFRESH-TERMS-PARA
                   MOVE "Touche inactive sur cet ecran." TO WS-MESSAGE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN BRC-ON-CATALOG
                   PERFORM SEND-CATALOG-PARA
               WHEN BRC-ON-AUDIT
                   PERFORM SEND-AUDIT-PARA
               WHEN OTHER
                   PERFORM SEND-TERMS-PARA
           END-EVALUATE.

       GOTO-TERM-PARA.
           MOVE LOW-VALUES TO LBRMSTI
           EXEC CICS RECEIVE MAP('LBRMST')
               MAPSET('LOSTBRM')
               INTO(LBRMSTI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND TPOSL > 0
               IF TPOSI IS NUMERIC
                   MOVE BRC-SERIES-NAME TO WS-MST-KEY-SERIES
                   MOVE TPOSI TO WS-MST-KEY-TERM
                   MOVE "N" TO WS-SKIP-FLAG
                   PERFORM FILL-TERMS-PARA
               ELSE
                   PERFORM REFRESH-TERMS-PARA
                   MOVE "Numero de terme invalide (3 chiffres)."
                       TO WS-MESSAGE
               END-IF
           ELSE
               PERFORM REFRESH-TERMS-PARA
               MOVE "Saisir un numero de terme, ou PF4 (audit)."
                   TO WS-MESSAGE
           END-IF.

       REFRESH-TERMS-PARA.
           MOVE BRC-SERIES-NAME TO WS-MST-KEY-SERIES
           MOVE BRC-TERM-FIRST TO WS-MST-KEY-TERM
           MOVE "N" TO WS-SKIP-FLAG
           PERFORM FILL-TERMS-PARA.

       FILL-TERMS-PARA.
      *    Meme principe que la liste du catalogue, borne a la
      *    serie choisie : la lecture s'arrete au premier terme
      *    d'une autre serie.
           MOVE LOW-VALUES TO LBRMSTO
           MOVE SPACES TO WS-MESSAGE
           MOVE 0 TO BRC-TERM-FIRST
           MOVE "N" TO BRC-TERM-MORE
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-PAGE-SIZE
               MOVE 0 TO BRC-TERM-NBR (WS-LINE-IX)
               MOVE SPACES TO BRC-TERM-RUN-ID (WS-LINE-IX)
           END-PERFORM
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-BROWSE-END-FLAG
           EXEC CICS STARTBR FILE('LOSTMST')
               RIDFLD(WS-MST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-TERMS-NEXT-PARA
                       UNTIL WS-BROWSE-END OR BRC-TERM-HAS-MORE
                   EXEC CICS ENDBR FILE('LOSTMST')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "LOSTMST" TO WS-FILE-NAME
                   PERFORM FILE-ERROR-PARA
           END-EVALUATE
           IF WS-LINE-COUNT = 0 AND WS-MESSAGE = SPACES
               MOVE "Aucun terme de la serie a partir de ce numero."
                   TO WS-MESSAGE
           END-IF.

       READ-TERMS-NEXT-PARA.
           EXEC CICS READNEXT FILE('LOSTMST')
               INTO(MST-RECORD)
               RIDFLD(WS-MST-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-END TO TRUE
               WHEN MST-SERIES-NAME NOT = BRC-SERIES-NAME
                   SET WS-BROWSE-END TO TRUE
               WHEN WS-SKIP-START-KEY
                   AND MST-TERM-NBR = WS-SKIP-TERM
                   MOVE "N" TO WS-SKIP-FLAG
               WHEN WS-LINE-COUNT < WS-PAGE-SIZE
                   MOVE "N" TO WS-SKIP-FLAG
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM FORMAT-TERMS-LINE-PARA
               WHEN OTHER
                   SET BRC-TERM-HAS-MORE TO TRUE
           END-EVALUATE.

       FORMAT-TERMS-LINE-PARA.
           IF WS-LINE-COUNT = 1
               MOVE MST-TERM-NBR TO BRC-TERM-FIRST
           END-IF
           MOVE MST-TERM-NBR TO BRC-TERM-NBR (WS-LINE-COUNT)
           MOVE MST-RUN-ID TO BRC-TERM-RUN-ID (WS-LINE-COUNT)
           MOVE MST-TERM-NBR TO WS-TL-TERM
           MOVE MST-TERM-VALUE TO WS-VALUE-ED
           MOVE WS-VALUE-ED TO WS-TL-VALUE
           MOVE MST-RUN-ID TO WS-TL-RUN-ID
           MOVE WS-TERM-LINE TO TLINO (WS-LINE-COUNT).

       BACK-TERMS-PARA.
           MOVE BRC-SERIES-NAME TO WS-MST-KEY-SERIES
           MOVE BRC-TERM-FIRST TO WS-MST-KEY-TERM
           MOVE 0 TO WS-BACK-COUNT
           MOVE "N" TO WS-BROWSE-END-FLAG
           EXEC CICS STARTBR FILE('LOSTMST')
               RIDFLD(WS-MST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-TERMS-PREV-PARA
                   UNTIL WS-BROWSE-END OR WS-BACK-COUNT > WS-PAGE-SIZE
               EXEC CICS ENDBR FILE('LOSTMST')
               END-EXEC
           END-IF
           MOVE BRC-SERIES-NAME TO WS-MST-KEY-SERIES
           IF WS-BACK-COUNT = 0
               MOVE 0 TO WS-MST-KEY-TERM
           ELSE
               MOVE WS-BACK-TERM TO WS-MST-KEY-TERM
           END-IF
           MOVE "N" TO WS-SKIP-FLAG
           PERFORM FILL-TERMS-PARA
           IF WS-BACK-COUNT < 2 AND WS-MESSAGE = SPACES
               MOVE "Premier terme de la serie." TO WS-MESSAGE
           END-IF.

       READ-TERMS-PREV-PARA.
      *    Une lecture qui tombe sur la serie precedente arrete le
      *    recul ; WS-BACK-TERM garde le dernier terme de la serie.
           EXEC CICS READPREV FILE('LOSTMST')
               INTO(MST-RECORD)
               RIDFLD(WS-MST-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND MST-SERIES-NAME = BRC-SERIES-NAME
               ADD 1 TO WS-BACK-COUNT
               MOVE MST-TERM-NBR TO WS-BACK-TERM
           ELSE
               SET WS-BROWSE-END TO TRUE
           END-IF.

       SHOW-AUDIT-PARA.
      *    Le run du terme sous le curseur est cherche dans LOSTAUX
      *    (copie de LOSTLOG indexee sur AUD-RUN-ID).
           PERFORM LOCATE-CURSOR-PARA
           IF WS-LINE-IX = 0
               MOVE 0 TO WS-AUDIT-TERM
           ELSE
               MOVE BRC-TERM-NBR (WS-LINE-IX) TO WS-AUDIT-TERM
               MOVE BRC-TERM-RUN-ID (WS-LINE-IX) TO WS-AUX-KEY
           END-IF
           IF WS-AUDIT-TERM = 0 OR WS-AUX-KEY = SPACES
               PERFORM REFRESH-TERMS-PARA
               MOVE "Placer le curseur sur un terme avant PF4."
                   TO WS-MESSAGE
           ELSE
               EXEC CICS READ FILE('LOSTAUX')
                   INTO(AUDIT-RECORD)
                   RIDFLD(WS-AUX-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       PERFORM FORMAT-AUDIT-PARA
                       SET BRC-ON-AUDIT TO TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       PERFORM REFRESH-TERMS-PARA
                       MOVE SPACES TO WS-MESSAGE
                       STRING "Run " DELIMITED BY SIZE
                              WS-AUX-KEY DELIMITED BY SIZE
                              " absent de LOSTAUX (reconstruit chaque "
                                  DELIMITED BY SIZE
                              "nuit par LOSTAUXJ)." DELIMITED BY SIZE
                           INTO WS-MESSAGE
                   WHEN OTHER
                       PERFORM REFRESH-TERMS-PARA
                       MOVE "LOSTAUX" TO WS-FILE-NAME
                       PERFORM FILE-ERROR-PARA
               END-EVALUATE
           END-IF.

       FORMAT-AUDIT-PARA.
           MOVE LOW-VALUES TO LBRAUDO
           MOVE SPACES TO WS-MESSAGE
           MOVE BRC-SERIES-NAME TO ASERO
           MOVE WS-AUDIT-TERM TO ATRMO
           MOVE AUD-RUN-ID TO ARUNO
           MOVE AUD-RUN-DATE TO ADATO
           MOVE AUD-RUN-TIME TO AHEUO
           MOVE AUD-REQUESTER TO AREQO
           MOVE AUD-STATUS TO ASTAO
           EVALUATE TRUE
               WHEN AUD-STATUS-OK
                   MOVE "Succes" TO WS-STATUS-TEXT
               WHEN AUD-STATUS-INVALID
                   MOVE "Entree invalide" TO WS-STATUS-TEXT
               WHEN AUD-STATUS-OVERFLOW
                   MOVE "Depassement capacite" TO WS-STATUS-TEXT
               WHEN AUD-STATUS-RECONCILE-FAIL
                   MOVE "Ecart reconciliation" TO WS-STATUS-TEXT
               WHEN AUD-STATUS-ENTITLEMENT
                   MOVE "Hors droits demandeur" TO WS-STATUS-TEXT
               WHEN AUD-STATUS-QUOTA
                   MOVE "Quota mensuel depasse" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-STATUS-TEXT TO ASTXO
           MOVE AUD-REQUESTED-NBR TO ADEMO
           MOVE AUD-PRODUCED-NBR TO APROO
           MOVE AUD-SEED-B TO AGRBO
           MOVE AUD-SEED-O TO AGROO
           IF AUD-REQUESTER = SPACES
               MOVE "Run sans code demandeur (cartes anterieures)."
                   TO WS-MESSAGE
           END-IF.

       AUDIT-KEY-PARA.
      *    Seule PF3 (ou Clear) ramene a la page de termes d'ou
      *    l'on vient ; l'ecran d'audit est relu tel quel sinon.
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM REFRESH-TERMS-PARA
                   SET BRC-ON-TERMS TO TRUE
                   PERFORM SEND-TERMS-PARA
               WHEN OTHER
                   MOVE LOW-VALUES TO LBRAUDO
                   MOVE "Touche inactive - PF3 pour les termes."
                       TO AMSGO
                   EXEC CICS SEND MAP('LBRAUD')
                       MAPSET('LOSTBRM')
                       FROM(LBRAUDO)
                       DATAONLY
                       FREEKB
                   END-EXEC
           END-EVALUATE.

       LOCATE-CURSOR-PARA.
      *    EIBCPOSN : position du curseur (0 = ligne 1 colonne 1).
      *    Les lignes de liste occupent les lignes 5 a 16 de
      *    l'ecran ; WS-LINE-IX = 0 si le curseur est ailleurs.
           DIVIDE EIBCPOSN BY 80 GIVING WS-CURSOR-ROW
           ADD 1 TO WS-CURSOR-ROW
           IF WS-CURSOR-ROW < WS-LIST-ROW-FIRST
               OR WS-CURSOR-ROW > WS-LIST-ROW-FIRST + WS-PAGE-SIZE - 1
               MOVE 0 TO WS-LINE-IX
           ELSE
               COMPUTE WS-LINE-IX =
                   WS-CURSOR-ROW - WS-LIST-ROW-FIRST + 1
           END-IF.

       FILE-ERROR-PARA.
           MOVE WS-RESP TO WS-RESP-ED
           MOVE SPACES TO WS-MESSAGE
           STRING "Fichier " DELIMITED BY SIZE
                  WS-FILE-NAME DELIMITED BY SPACE
                  " indisponible (RESP " DELIMITED BY SIZE
                  WS-RESP-ED DELIMITED BY SIZE
                  ") - prevenir l'exploitation." DELIMITED BY SIZE
               INTO WS-MESSAGE.

       SEND-CATALOG-PARA.
           MOVE WS-CDT-DATE TO CDATEO
           MOVE WS-MESSAGE TO CMSGO
           MOVE -1 TO CPOSL
           EXEC CICS SEND MAP('LBRCAT')
               MAPSET('LOSTBRM')
               FROM(LBRCATO)
               ERASE
               CURSOR
           END-EXEC
           SET BRC-ON-CATALOG TO TRUE.

       SEND-TERMS-PARA.
           MOVE WS-CDT-DATE TO TDATEO
           MOVE BRC-SERIES-NAME TO TSERO
           MOVE WS-MESSAGE TO TMSGO
           MOVE -1 TO TPOSL
           EXEC CICS SEND MAP('LBRMST')
               MAPSET('LOSTBRM')
               FROM(LBRMSTO)
               ERASE
               CURSOR
           END-EXEC
           SET BRC-ON-TERMS TO TRUE.

       SEND-AUDIT-PARA.
           MOVE WS-CDT-DATE TO ADATEO
           MOVE WS-MESSAGE TO AMSGO
           EXEC CICS SEND MAP('LBRAUD')
               MAPSET('LOSTBRM')
               FROM(LBRAUDO)
               ERASE
           END-EXEC
           SET BRC-ON-AUDIT TO TRUE.
