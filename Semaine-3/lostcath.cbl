       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostcath.
      *    Edition de l'historique des changements du catalogue
      *    LOSTCAT (fichier LOSTCHS alimente par LOSTCATM a chaque
      *    changement approuve). Une carte SYSIN par question (voir
      *    LOSTCHQ) :
      *    - 'L' liste les changements appliques entre deux dates,
      *      avec demandeur, approbateur et l'entree avant/apres ;
      *    - 'E' reconstitue l'entree du catalogue en vigueur a une
      *      date et heure donnees, ou au moment d'un run LOST :
      *      le run est cherche dans l'index d'audit LOSTAUX, qui
      *      donne sa date et son heure d'execution (un identifiant
      *      de run partitionne porte l'estampille du decoupage et
      *      un rang, pas l'heure du run). On sait alors quelles
      *      valeurs par defaut (type, parametre, graines) la carte
      *      de controle a recues.
      *    Reconstitution : derniere image apres anterieure a
      *    l'instant demande ; a defaut, image avant du premier
      *    changement posterieur ; a defaut, l'entree actuelle du
      *    catalogue (aucun changement enregistre depuis).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "LOSTCHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LOSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-SERIES-NAME
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO "LOSTAUX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-RUN-ID
               FILE STATUS IS WS-AUDIT-INDEX-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CATHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCHQ.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCHS.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCAT.

       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTLOG.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-HISTORY-STATUS       PIC XX     VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC XX     VALUE SPACES.
       77  WS-AUDIT-INDEX-STATUS   PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-CARD-COUNT           PIC 9(05)  VALUE 0.
       77  WS-REJECTED-COUNT       PIC 9(05)  VALUE 0.
       77  WS-LINE-COUNT           PIC 9(05)  VALUE 0.
       77  WS-CARD-FLAG            PIC X      VALUE "Y".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
       77  WS-HISTORY-FLAG         PIC X      VALUE "N".
           88  WS-HISTORY-PRESENT             VALUE "Y".
       77  WS-WARNING-FLAG         PIC X      VALUE "N".
           88  WS-WARNING-RAISED              VALUE "Y".
       77  WS-CAT-EOF-FLAG         PIC X      VALUE "N".
           88  WS-CAT-EOF                     VALUE "Y".
       77  WS-AUX-FLAG             PIC X      VALUE "N".
           88  WS-AUX-AVAILABLE               VALUE "Y".
      *    Bornes de la question courante : dates de la liste,
      *    instant de reference (date + heure) de l'etat.
       77  WS-FROM-DATE            PIC X(08)  VALUE SPACES.
       77  WS-TO-DATE              PIC X(08)  VALUE SPACES.
       01  WS-CUTOFF.
           05  WS-CUTOFF-DATE      PIC X(08).
           05  WS-CUTOFF-TIME      PIC X(06).
       01  WS-CHANGE-STAMP.
           05  WS-STAMP-DATE       PIC X(08).
           05  WS-STAMP-TIME       PIC X(06).
       77  WS-DATE-TEXT            PIC X(08)  VALUE SPACES.
       77  WS-DATE-NUM             PIC 9(08)  VALUE 0.
      *    Etat reconstitue par serie pour une carte 'E' : image
      *    retenue et son origine - 'H' image apres d'un changement
      *    anterieur, 'B' image avant du premier changement
      *    posterieur, 'C' entree actuelle du catalogue.
       77  WS-SER-LIMIT            PIC 9(03)  VALUE 500.
       77  WS-SER-COUNT            PIC 9(03)  VALUE 0.
       77  WS-SER-IX               PIC 9(03)  VALUE 0.
       77  WS-SER-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-SER-FOUND                   VALUE "Y".
       01  WS-SER-TABLE.
           05  WS-SER-ENTRY OCCURS 500 TIMES.
               10  WS-SER-NAME           PIC X(20).
               10  WS-SER-IMAGE          PIC X(48).
               10  WS-SER-SOURCE         PIC X(01).
       77  WS-HOLD-NAME            PIC X(20)  VALUE SPACES.
       77  WS-HOLD-IMAGE           PIC X(48)  VALUE SPACES.
       77  WS-HOLD-SOURCE          PIC X(01)  VALUE SPACE.
      *    Vue detaillee d'une image du catalogue (avant, apres ou
      *    reconstituee) pour l'impression.
       COPY LOSTCAT REPLACING ==CAT-RECORD== BY ==IMG-RECORD==
                              LEADING ==CAT-== BY ==IMG-==.
       77  WS-PARM-ED              PIC +Z(04)9.99.
       77  WS-IMAGE-LABEL          PIC X(09)  VALUE SPACES.
       77  WS-SOURCE-TEXT          PIC X(20)  VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SYSIN introuvable ou illisible (statut "
                   WS-CONTROL-STATUS ") - edition abandonnee."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "LOSTCAT inutilisable (statut "
                       WS-CATALOG-STATUS ") - edition abandonnee."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM CHECK-HISTORY-PARA
                   PERFORM OPEN-AUDIT-INDEX-PARA
                   OPEN OUTPUT REPORT-FILE
                   MOVE "Historique du catalogue LOSTCAT" TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "Date d'edition: " DELIMITED BY SIZE
                          WS-CDT-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-CDT-TIME DELIMITED BY SIZE
                       INTO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM ANSWER-CARD-PARA
                       UNTIL WS-CONTROL-STATUS NOT = "00"
                   CLOSE REPORT-FILE
                   IF WS-AUX-AVAILABLE
                       CLOSE AUDIT-INDEX-FILE
                   END-IF
                   CLOSE CATALOG-FILE
                   DISPLAY "Historique LOSTCAT : " WS-CARD-COUNT
                       " carte(s), " WS-REJECTED-COUNT " rejet(s)."
                   EVALUATE TRUE
                       WHEN WS-CARD-COUNT = 0
                           DISPLAY "SYSIN vide - aucune question."
                           MOVE 8 TO RETURN-CODE
                       WHEN WS-REJECTED-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN WS-WARNING-RAISED
                           MOVE 4 TO RETURN-CODE
                   END-EVALUATE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
           STOP RUN.

       CHECK-HISTORY-PARA.
      *    Un historique absent n'empeche pas de repondre (aucun
      *    changement approuve depuis sa mise en place : l'etat
      *    est celui du catalogue), mais l'edition le signale.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               SET WS-HISTORY-PRESENT TO TRUE
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "LOSTCHS absent (statut " WS-HISTORY-STATUS
                   ") - aucun changement enregistre."
               SET WS-WARNING-RAISED TO TRUE
           END-IF.

       OPEN-AUDIT-INDEX-PARA.
      *    Sans index d'audit, les questions par date restent
      *    possibles ; celles qui nomment un run sont rejetees.
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-AUDIT-INDEX-STATUS = "00"
               SET WS-AUX-AVAILABLE TO TRUE
           ELSE
               DISPLAY "LOSTAUX introuvable ou illisible (statut "
                   WS-AUDIT-INDEX-STATUS ") - questions par run "
                   "rejetees."
               SET WS-WARNING-RAISED TO TRUE
           END-IF.

       ANSWER-CARD-PARA.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM VALIDATE-CARD-PARA
                   IF WS-CARD-VALID
                       IF CHQ-FUNCTION-LIST
                           PERFORM LIST-CHANGES-PARA
                       ELSE
                           PERFORM REBUILD-STATE-PARA
                       END-IF
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-READ.

       VALIDATE-CARD-PARA.
           SET WS-CARD-VALID TO TRUE
           IF NOT CHQ-FUNCTION-LIST AND NOT CHQ-FUNCTION-STATE
               DISPLAY "Fonction invalide : '" CHQ-FUNCTION
                   "'. Fonctions admises : L, E."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF CHQ-FUNCTION-LIST
               MOVE "00000000" TO WS-FROM-DATE
               MOVE WS-CDT-DATE TO WS-TO-DATE
               IF CHQ-DATE-1 NOT = SPACES
                   MOVE CHQ-DATE-1 TO WS-FROM-DATE
                   MOVE CHQ-DATE-1 TO WS-DATE-TEXT
                   PERFORM CHECK-DATE-PARA
               END-IF
               IF CHQ-DATE-2 NOT = SPACES
                   MOVE CHQ-DATE-2 TO WS-TO-DATE
                   MOVE CHQ-DATE-2 TO WS-DATE-TEXT
                   PERFORM CHECK-DATE-PARA
               END-IF
               IF WS-CARD-VALID AND WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "Date de debut " WS-FROM-DATE
                       " posterieure a la date de fin " WS-TO-DATE
                       " - carte rejetee."
                   SET WS-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF CHQ-FUNCTION-STATE
               IF CHQ-RUN-ID NOT = SPACES
                   PERFORM FIND-RUN-PARA
               ELSE
                   IF CHQ-DATE-1 = SPACES
                       DISPLAY "Date de reference absente (ni date ni "
                           "run) - carte rejetee."
                       SET WS-CARD-INVALID TO TRUE
                   ELSE
                       MOVE CHQ-DATE-1 TO WS-DATE-TEXT
                       PERFORM CHECK-DATE-PARA
                       MOVE CHQ-DATE-1 TO WS-CUTOFF-DATE
                       MOVE "235959" TO WS-CUTOFF-TIME
                       IF CHQ-TIME NOT = SPACES
                           IF CHQ-TIME IS NUMERIC
                                   AND CHQ-TIME <= "235959"
                               MOVE CHQ-TIME TO WS-CUTOFF-TIME
                           ELSE
                               DISPLAY "Heure de reference invalide "
                                   ": '" CHQ-TIME "' - carte rejetee."
                               SET WS-CARD-INVALID TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-RUN-PARA.
      *    Instant de reference d'un run : sa date et son heure
      *    d'execution dans LOSTAUX (indexe par LOSTAUXJ), jamais
      *    tirees de l'identifiant.
           IF NOT WS-AUX-AVAILABLE
               DISPLAY "Run '" CHQ-RUN-ID "' : LOSTAUX indisponible "
                   "- carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           ELSE
               MOVE CHQ-RUN-ID TO AUD-RUN-ID
               READ AUDIT-INDEX-FILE
                   INVALID KEY
                       DISPLAY "Run '" CHQ-RUN-ID "' absent de "
                           "LOSTAUX - carte rejetee."
                       SET WS-CARD-INVALID TO TRUE
                   NOT INVALID KEY
                       MOVE AUD-RUN-DATE TO WS-CUTOFF-DATE
                       MOVE AUD-RUN-TIME TO WS-CUTOFF-TIME
               END-READ
           END-IF.

       CHECK-DATE-PARA.
           IF WS-DATE-TEXT IS NOT NUMERIC
               DISPLAY "Date invalide : '" WS-DATE-TEXT
                   "' (AAAAMMJJ attendu) - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           ELSE
               MOVE WS-DATE-TEXT TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0
                   DISPLAY "Date invalide : '" WS-DATE-TEXT
                       "' (AAAAMMJJ attendu) - carte rejetee."
                   SET WS-CARD-INVALID TO TRUE
               END-IF
           END-IF.

       LIST-CHANGES-PARA.
      *    Liste chronologique (ordre d'ecriture de LOSTCHS) des
      *    changements appliques dans l'intervalle, une serie ou
      *    toutes.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE CHQ-SERIES-NAME TO WS-HOLD-NAME
           IF CHQ-SERIES-NAME = SPACES
               MOVE "(toutes)" TO WS-HOLD-NAME
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Changements appliques du " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " - serie: " DELIMITED BY SIZE
                  WS-HOLD-NAME DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Date     Heure  Serie                Ac "
                      DELIMITED BY SIZE
                  "Demandeur Approbat." DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-LINE-COUNT
           IF WS-HISTORY-PRESENT
               OPEN INPUT HISTORY-FILE
               PERFORM LIST-CHANGE-RECORD-PARA
                   UNTIL WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "Nombre de changements: " DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       LIST-CHANGE-RECORD-PARA.
           READ HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CHS-CHANGE-DATE >= WS-FROM-DATE
                           AND CHS-CHANGE-DATE <= WS-TO-DATE
                           AND (CHQ-SERIES-NAME = SPACES
                               OR CHQ-SERIES-NAME = CHS-SERIES-NAME)
                       ADD 1 TO WS-LINE-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING CHS-CHANGE-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CHS-CHANGE-TIME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CHS-SERIES-NAME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CHS-ACTION DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              CHS-SUBMITTER DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              CHS-APPROVER DELIMITED BY SIZE
                           INTO RPT-LINE
                       WRITE RPT-LINE
                       MOVE "  Avant:" TO WS-IMAGE-LABEL
                       MOVE CHS-BEFORE-IMAGE TO WS-HOLD-IMAGE
                       PERFORM PRINT-IMAGE-PARA
                       MOVE "  Apres:" TO WS-IMAGE-LABEL
                       MOVE CHS-AFTER-IMAGE TO WS-HOLD-IMAGE
                       PERFORM PRINT-IMAGE-PARA
                   END-IF
           END-READ.

       PRINT-IMAGE-PARA.
           MOVE SPACES TO RPT-LINE
           IF WS-HOLD-IMAGE = SPACES
               STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                      " (serie absente du catalogue)"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               MOVE WS-HOLD-IMAGE TO IMG-RECORD
               MOVE IMG-SERIES-PARM TO WS-PARM-ED
               STRING WS-IMAGE-LABEL DELIMITED BY SIZE
                      " type " DELIMITED BY SIZE
                      IMG-SERIES-TYPE DELIMITED BY SIZE
                      " parm " DELIMITED BY SIZE
                      WS-PARM-ED DELIMITED BY SIZE
                      " graines " DELIMITED BY SIZE
                      IMG-SEED-B DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      IMG-SEED-O DELIMITED BY SIZE
                      " proprio " DELIMITED BY SIZE
                      IMG-OWNER DELIMITED BY SIZE
                      " statut " DELIMITED BY SIZE
                      IMG-STATUS DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       REBUILD-STATE-PARA.
      *    Premiere passe sur l'historique pour retenir, par serie,
      *    l'image en vigueur a l'instant demande ; puis parcours du
      *    catalogue (ou lecture de la seule serie demandee) pour
      *    editer chaque entree avec son origine.
           MOVE 0 TO WS-SER-COUNT
           IF WS-HISTORY-PRESENT
               OPEN INPUT HISTORY-FILE
               PERFORM LOAD-STATE-RECORD-PARA
                   UNTIL WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Etat du catalogue au " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUTOFF-TIME DELIMITED BY SIZE
               INTO RPT-LINE
           IF CHQ-RUN-ID NOT = SPACES
               MOVE "(run " TO RPT-LINE (37:5)
               MOVE CHQ-RUN-ID TO RPT-LINE (42:16)
               MOVE ")" TO RPT-LINE (58:1)
           END-IF
           WRITE RPT-LINE
           MOVE "Serie                Origine" TO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           IF CHQ-SERIES-NAME NOT = SPACES
               MOVE CHQ-SERIES-NAME TO CAT-SERIES-NAME
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE SPACES TO CAT-RECORD
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               MOVE CHQ-SERIES-NAME TO WS-HOLD-NAME
               PERFORM PRINT-STATE-PARA
           ELSE
               MOVE "N" TO WS-CAT-EOF-FLAG
               MOVE LOW-VALUES TO CAT-SERIES-NAME
               START CATALOG-FILE KEY IS NOT LESS THAN CAT-SERIES-NAME
                   INVALID KEY
                       SET WS-CAT-EOF TO TRUE
               END-START
               PERFORM PRINT-CATALOG-STATE-PARA
                   UNTIL WS-CAT-EOF
           END-IF.

       LOAD-STATE-RECORD-PARA.
           READ HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CHQ-SERIES-NAME = SPACES
                           OR CHQ-SERIES-NAME = CHS-SERIES-NAME
                       MOVE CHS-SERIES-NAME TO WS-HOLD-NAME
                       PERFORM FIND-SERIES-PARA
                       IF NOT WS-SER-FOUND
                           PERFORM ADD-SERIES-PARA
                       END-IF
                       IF WS-SER-FOUND
                           PERFORM KEEP-IMAGE-PARA
                       END-IF
                   END-IF
           END-READ.

       KEEP-IMAGE-PARA.
      *    Les enregistrements arrivent dans l'ordre chronologique :
      *    une image apres anterieure remplace la precedente ; la
      *    premiere image avant posterieure n'est retenue que si
      *    aucun changement anterieur n'a ete vu.
           MOVE CHS-CHANGE-DATE TO WS-STAMP-DATE
           MOVE CHS-CHANGE-TIME TO WS-STAMP-TIME
           IF WS-CHANGE-STAMP <= WS-CUTOFF
               MOVE CHS-AFTER-IMAGE TO WS-SER-IMAGE (WS-SER-IX)
               MOVE "H" TO WS-SER-SOURCE (WS-SER-IX)
           ELSE
               IF WS-SER-SOURCE (WS-SER-IX) = SPACE
                   MOVE CHS-BEFORE-IMAGE TO WS-SER-IMAGE (WS-SER-IX)
                   MOVE "B" TO WS-SER-SOURCE (WS-SER-IX)
               END-IF
           END-IF.

       FIND-SERIES-PARA.
           MOVE "N" TO WS-SER-FOUND-FLAG
           PERFORM VARYING WS-SER-IX FROM 1 BY 1
                   UNTIL WS-SER-IX > WS-SER-COUNT
                   OR WS-SER-FOUND
               IF WS-SER-NAME (WS-SER-IX) = WS-HOLD-NAME
                   SET WS-SER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SER-FOUND
               SUBTRACT 1 FROM WS-SER-IX
           END-IF.

       ADD-SERIES-PARA.
           IF WS-SER-COUNT < WS-SER-LIMIT
               ADD 1 TO WS-SER-COUNT
               MOVE WS-SER-COUNT TO WS-SER-IX
               MOVE WS-HOLD-NAME TO WS-SER-NAME (WS-SER-IX)
               MOVE SPACES TO WS-SER-IMAGE (WS-SER-IX)
               MOVE SPACE TO WS-SER-SOURCE (WS-SER-IX)
               SET WS-SER-FOUND TO TRUE
           ELSE
               DISPLAY "Plus de " WS-SER-LIMIT " series dans "
                   "LOSTCHS - serie '" WS-HOLD-NAME "' donnee "
                   "d'apres le catalogue actuel."
               SET WS-WARNING-RAISED TO TRUE
           END-IF.

       PRINT-CATALOG-STATE-PARA.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   MOVE CAT-SERIES-NAME TO WS-HOLD-NAME
                   PERFORM PRINT-STATE-PARA
           END-READ.

       PRINT-STATE-PARA.
      *    CAT-RECORD porte l'entree actuelle de WS-HOLD-NAME (a
      *    blanc si la serie n'est pas au catalogue).
           PERFORM FIND-SERIES-PARA
           IF WS-SER-FOUND
               MOVE WS-SER-IMAGE (WS-SER-IX) TO WS-HOLD-IMAGE
               MOVE WS-SER-SOURCE (WS-SER-IX) TO WS-HOLD-SOURCE
           ELSE
               MOVE CAT-RECORD TO WS-HOLD-IMAGE
               MOVE "C" TO WS-HOLD-SOURCE
           END-IF
           EVALUATE WS-HOLD-SOURCE
               WHEN "H"
                   MOVE "dernier changement" TO WS-SOURCE-TEXT
               WHEN "B"
                   MOVE "avant changement" TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE "catalogue actuel" TO WS-SOURCE-TEXT
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING WS-HOLD-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SOURCE-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
      *    Une serie ajoutee apres l'instant demande n'existait pas
      *    encore : son image avant est a blanc.
           MOVE "  Entree:" TO WS-IMAGE-LABEL
           PERFORM PRINT-IMAGE-PARA.
