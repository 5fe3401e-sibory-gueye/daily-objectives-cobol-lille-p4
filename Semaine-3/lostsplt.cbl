       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostsplt.
      *    Decoupage du paquet de la nuit en partitions, pour faire
      *    tourner plusieurs LOST en parallele quand le paquet
      *    depasse les 99 cartes d'un LOST seul ou la fenetre de
      *    nuit. Le paquet complet (LOSTDECK, construit par
      *    LOSTSCHD et complete a la main) est reparti sur 01 a 06
      *    partitions : les cartes d'un meme demandeur restent
      *    ensemble, pour que son quota mensuel soit controle par
      *    un seul LOST, dans l'ordre du paquet, comme en
      *    execution seule ; les groupes sont places du plus
      *    lourd au plus leger (termes demandes) sur la partition
      *    la moins chargee qui a encore la place, le nombre de
      *    partitions etant releve jusqu'a six tant qu'un groupe
      *    ne trouve pas de place. Un demandeur de plus de 99
      *    cartes, ou un groupe sans place meme sur six
      *    partitions, fait refuser le decoupage (RC=8). Chaque
      *    partition recoit son paquet LOSTDnn, dans l'ordre du
      *    paquet d'origine, et le manifeste LOSTPTM donne a
      *    chaque carte son rang global : les LOST partitionnes en
      *    font leurs identifiants de run (estampille de base du
      *    decoupage + rang), et la fusion LOSTMRG y retrouve
      *    l'ordre de la nuit et les runs attendus. La liste
      *    SPLTRPT detaille le decoupage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT DECK-FILE ASSIGN TO "LOSTDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.

           SELECT PART-DECK-01 ASSIGN TO "LOSTD01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-DECK-STATUS.

           SELECT PART-DECK-02 ASSIGN TO "LOSTD02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-DECK-STATUS.

           SELECT PART-DECK-03 ASSIGN TO "LOSTD03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-DECK-STATUS.

           SELECT PART-DECK-04 ASSIGN TO "LOSTD04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-DECK-STATUS.

           SELECT PART-DECK-05 ASSIGN TO "LOSTD05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-DECK-STATUS.

           SELECT PART-DECK-06 ASSIGN TO "LOSTD06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-DECK-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "LOSTPTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SPLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "LOSTBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "LOSTRCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSPC.

       FD  DECK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL.

       FD  PART-DECK-01
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL REPLACING ==CTL-RECORD== BY ==D01-RECORD==
                              LEADING ==CTL-== BY ==D01-==.

       FD  PART-DECK-02
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL REPLACING ==CTL-RECORD== BY ==D02-RECORD==
                              LEADING ==CTL-== BY ==D02-==.

       FD  PART-DECK-03
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL REPLACING ==CTL-RECORD== BY ==D03-RECORD==
                              LEADING ==CTL-== BY ==D03-==.

       FD  PART-DECK-04
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL REPLACING ==CTL-RECORD== BY ==D04-RECORD==
                              LEADING ==CTL-== BY ==D04-==.

       FD  PART-DECK-05
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL REPLACING ==CTL-RECORD== BY ==D05-RECORD==
                              LEADING ==CTL-== BY ==D05-==.

       FD  PART-DECK-06
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL REPLACING ==CTL-RECORD== BY ==D06-RECORD==
                              LEADING ==CTL-== BY ==D06-==.

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTPTM.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTBDT.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRCT.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-DECK-STATUS          PIC XX     VALUE SPACES.
       77  WS-PART-DECK-STATUS     PIC XX     VALUE SPACES.
       77  WS-MANIFEST-STATUS      PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-SPLIT-FLAG           PIC X      VALUE "Y".
           88  WS-SPLIT-VALID                 VALUE "Y".
           88  WS-SPLIT-INVALID               VALUE "N".
       77  WS-SPLIT-RC             PIC 9(02)  VALUE 0.
      *    Bornes du decoupage : six partitions au plus, chacune
      *    dans le plafond de 99 cartes d'un LOST ; quatre par
      *    defaut, releve d'office si le paquet n'y tient pas.
       77  WS-PART-LIMIT           PIC 9(02)  VALUE 6.
       77  WS-PART-DEFAULT         PIC 9(02)  VALUE 4.
       77  WS-PART-CARD-LIMIT      PIC 9(03)  VALUE 99.
       77  WS-DECK-LIMIT           PIC 9(03)  VALUE 594.
       77  WS-PART-COUNT           PIC 9(02)  VALUE 0.
       77  WS-PART-NEEDED          PIC 9(02)  VALUE 0.
       77  WS-CARD-COUNT           PIC 9(04)  VALUE 0.
       77  WS-TERM-TOTAL           PIC 9(07)  VALUE 0.
       77  WS-DECK-FULL-FLAG       PIC X      VALUE "N".
           88  WS-DECK-TOO-BIG                VALUE "Y".
      *    Paquet complet en table, dans l'ordre : le rang global
      *    d'une carte est son indice. Demandeur et termes sont
      *    releves sur la carte (mots-cles ou positionnel) pour le
      *    regroupement et l'equilibrage ; la validation reste le
      *    travail de LOST.
       01  WS-CARD-TABLE.
           05  WS-CRD-ENTRY OCCURS 594 TIMES.
               10  WS-CRD-IMAGE          PIC X(80).
               10  WS-CRD-REQUESTER      PIC X(08).
               10  WS-CRD-TERMS          PIC 9(03).
               10  WS-CRD-GROUP          PIC 9(03).
               10  WS-CRD-PARTITION      PIC 9(02).
               10  WS-CRD-LOCAL-NBR      PIC 9(03).
       77  WS-CRD-IX               PIC 9(04)  VALUE 0.
      *    Groupes a placer : un par demandeur, un par carte sans
      *    code demandeur. Un groupe n'est jamais coupe : son
      *    quota mensuel est controle par un seul LOST.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 594 TIMES.
               10  WS-GRP-REQUESTER      PIC X(08).
               10  WS-GRP-TERMS          PIC 9(07).
               10  WS-GRP-CARDS          PIC 9(03).
               10  WS-GRP-PARTITION      PIC 9(02).
       77  WS-GRP-COUNT            PIC 9(03)  VALUE 0.
       77  WS-GRP-IX               PIC 9(03)  VALUE 0.
       77  WS-GRP-FOUND            PIC 9(03)  VALUE 0.
       77  WS-BEST-GRP             PIC 9(03)  VALUE 0.
       77  WS-BEST-PX              PIC 9(02)  VALUE 0.
      *    Premier groupe reste sans place au dernier essai de
      *    placement (0 = tous places).
       77  WS-UNPLACED-GRP         PIC 9(03)  VALUE 0.
       77  WS-PLACE-FLAG           PIC X      VALUE "N".
           88  WS-PLACE-DONE                  VALUE "Y".
       01  WS-PART-TABLE.
           05  WS-PRT-ENTRY OCCURS 6 TIMES.
               10  WS-PRT-CARDS          PIC 9(03).
               10  WS-PRT-TERMS          PIC 9(07).
               10  WS-PRT-NEXT-NBR       PIC 9(03).
               10  WS-PRT-FIRST-RANK     PIC 9(04).
               10  WS-PRT-LAST-RANK      PIC 9(04).
               10  WS-PRT-OPEN-FLAG      PIC X(01).
                   88  WS-PRT-DECK-OPEN            VALUE "Y".
       77  WS-PX                   PIC 9(02)  VALUE 0.
      *    Releve de TERMS= et REQ= sur une carte a mots-cles :
      *    meme decoupage en jetons que LOST.
       77  WS-EQ-COUNT             PIC 9(02)  VALUE 0.
       77  WS-KW-TOKEN-CNT         PIC 9(02)  VALUE 0.
       77  WS-KW-IX                PIC 9(02)  VALUE 0.
       01  WS-KW-TOKENS.
           05  WS-KW-TOKEN         PIC X(26)  OCCURS 10 TIMES.
       77  WS-KW-NAME              PIC X(08)  VALUE SPACES.
       77  WS-KW-VALUE             PIC X(20)  VALUE SPACES.
       77  WS-KW-DIGITS            PIC X(20)  VALUE SPACES.
       77  WS-KW-LEN               PIC 9(02)  VALUE 0.
       77  WS-KW-NUM-3             PIC 9(03)  VALUE 0.
      *    Estampille de base des identifiants de run de la nuit :
      *    date et heure-minute du decoupage.
       01  WS-BASE-STAMP.
           05  WS-BASE-DATE        PIC X(08).
           05  WS-BASE-HHMM        PIC X(04).
       01  WS-EDIT-RUN-ID.
           05  WS-EDIT-RUN-BASE    PIC X(12).
           05  WS-EDIT-RUN-RANK    PIC 9(04).
      *    Controle de la chaine de nuit (LOSTRCT) : etape et
      *    predecesseur, date d'exploitation lue sur LOSTBDT,
      *    decision prise au demarrage et compte rendu ecrit dans
      *    l'entree de l'etape en fin d'execution.
       77  WS-BUSDATE-STATUS       PIC XX     VALUE SPACES.
       77  WS-RUNCTL-STATUS        PIC XX     VALUE SPACES.
       77  WS-RCT-STEP             PIC X(08)  VALUE SPACES.
       77  WS-RCT-PREDECESSOR      PIC X(08)  VALUE SPACES.
       77  WS-RCT-BUS-DATE         PIC X(08)  VALUE SPACES.
       77  WS-RCT-PRED-END         PIC X(14)  VALUE SPACES.
       77  WS-RCT-USE-FLAG         PIC X      VALUE "N".
           88  WS-RCT-IN-USE                  VALUE "Y".
       77  WS-RCT-RERUN-FLAG       PIC X      VALUE "N".
           88  WS-RCT-RERUN                   VALUE "Y".
       77  WS-RCT-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-RCT-FOUND                   VALUE "Y".
       77  WS-RCT-CLOSED-ACTION    PIC X      VALUE "S".
           88  WS-RCT-REFUSE-IF-CLOSED        VALUE "X".
       77  WS-RCT-DECISION         PIC X      VALUE "R".
           88  WS-RCT-RUN-STEP                VALUE "R".
           88  WS-RCT-SKIP-STEP               VALUE "S".
           88  WS-RCT-REFUSE-STEP             VALUE "X".
       77  WS-RCT-REFUSE-RC        PIC 9(02)  VALUE 8.
      *    Seuil de cloture : RETURN-CODE le plus haut qui laisse
      *    l'etape close ('C'). Nul sauf pour LOST et sa fusion,
      *    ou RC=8 (cartes rejetees) est une nuit normale.
       77  WS-RCT-CLOSE-RC         PIC 9(02)  VALUE 0.
       77  WS-RCT-READ-COUNT       PIC 9(07)  VALUE 0.
       77  WS-RCT-WRITTEN-COUNT    PIC 9(07)  VALUE 0.
       77  WS-RCT-FIRST-RUN-ID     PIC X(16)  VALUE SPACES.
       77  WS-RCT-LAST-RUN-ID      PIC X(16)  VALUE SPACES.
       01  WS-RCT-DATE-TIME.
           05  WS-RCT-DATE             PIC X(08).
           05  WS-RCT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    Controle de chaine autour de l'etape : un decoupage deja
      *    fait pour la date est saute (les partitions tournent
      *    peut-etre deja sur ses paquets) sauf carte RERUN=Y ; une
      *    journee deja close par LOST est refusee (RC=4).
           MOVE "LOSTSPLT" TO WS-RCT-STEP
           MOVE SPACES TO WS-RCT-PREDECESSOR
           PERFORM RCT-START-PARA
           IF WS-RCT-RUN-STEP
               PERFORM SPLIT-DECK-PARA
               MOVE WS-CARD-COUNT TO WS-RCT-READ-COUNT
               MOVE WS-PART-COUNT TO WS-RCT-WRITTEN-COUNT
               PERFORM RCT-END-PARA
           END-IF.
           STOP RUN.

       SPLIT-DECK-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-BASE-DATE
           MOVE WS-CDT-TIME (1:4) TO WS-BASE-HHMM
           SET WS-SPLIT-VALID TO TRUE
           MOVE 0 TO WS-SPLIT-RC
           PERFORM READ-OPTIONS-PARA
           IF WS-SPLIT-VALID
               PERFORM LOAD-DECK-PARA
           END-IF
           IF WS-SPLIT-VALID
               PERFORM BUILD-GROUPS-PARA
           END-IF
           IF WS-SPLIT-VALID
               PERFORM ASSIGN-GROUPS-PARA
           END-IF
           IF WS-SPLIT-VALID
               PERFORM NUMBER-CARDS-PARA
               PERFORM WRITE-DECKS-PARA
           END-IF
           IF WS-SPLIT-VALID
               PERFORM WRITE-MANIFEST-PARA
           END-IF
           IF WS-SPLIT-VALID
               PERFORM PRINT-REPORT-PARA
               MOVE WS-BASE-STAMP TO WS-EDIT-RUN-BASE
               MOVE 1 TO WS-EDIT-RUN-RANK
               MOVE WS-EDIT-RUN-ID TO WS-RCT-FIRST-RUN-ID
               MOVE WS-CARD-COUNT TO WS-EDIT-RUN-RANK
               MOVE WS-EDIT-RUN-ID TO WS-RCT-LAST-RUN-ID
               DISPLAY "Paquet du " WS-RCT-BUS-DATE " : "
                   WS-CARD-COUNT " carte(s) en " WS-PART-COUNT
                   " partition(s), estampille " WS-BASE-STAMP "."
           END-IF
           MOVE WS-SPLIT-RC TO RETURN-CODE.

       READ-OPTIONS-PARA.
      *    Carte facultative : nombre de partitions (defaut 04).
           MOVE WS-PART-DEFAULT TO WS-PART-COUNT
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPC-PART-COUNT NOT = SPACES
                           IF SPC-PART-COUNT IS NUMERIC
                                   AND SPC-PART-COUNT-NBR > 0
                                   AND SPC-PART-COUNT-NBR
                                       NOT > WS-PART-LIMIT
                               MOVE SPC-PART-COUNT-NBR
                                   TO WS-PART-COUNT
                           ELSE
                               DISPLAY "Nombre de partitions "
                                   "invalide : '" SPC-PART-COUNT
                                   "' (01 a " WS-PART-LIMIT ")."
                               SET WS-SPLIT-INVALID TO TRUE
                               MOVE 8 TO WS-SPLIT-RC
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-DECK-PARA.
      *    Tout le paquet en table. Vide, ou plus gros que six
      *    partitions pleines : rien n'est decoupe (RC=8).
           MOVE 0 TO WS-CARD-COUNT
           MOVE 0 TO WS-TERM-TOTAL
           MOVE "N" TO WS-DECK-FULL-FLAG
           OPEN INPUT DECK-FILE
           IF WS-DECK-STATUS NOT = "00"
               DISPLAY "Paquet LOSTDECK introuvable ou illisible "
                   "(statut " WS-DECK-STATUS ") - rien n'est "
                   "decoupe."
               SET WS-SPLIT-INVALID TO TRUE
               MOVE 12 TO WS-SPLIT-RC
           ELSE
               PERFORM LOAD-CARD-PARA
                   UNTIL WS-DECK-STATUS NOT = "00"
                   OR WS-DECK-TOO-BIG
               CLOSE DECK-FILE
               EVALUATE TRUE
                   WHEN WS-DECK-TOO-BIG
                       DISPLAY "Paquet de plus de " WS-DECK-LIMIT
                           " cartes : il ne tient pas dans "
                           WS-PART-LIMIT " partitions - rien n'est "
                           "decoupe."
                       SET WS-SPLIT-INVALID TO TRUE
                       MOVE 8 TO WS-SPLIT-RC
                   WHEN WS-CARD-COUNT = 0
                       DISPLAY "Paquet LOSTDECK vide - rien n'est "
                           "decoupe."
                       SET WS-SPLIT-INVALID TO TRUE
                       MOVE 8 TO WS-SPLIT-RC
                   WHEN OTHER
                       COMPUTE WS-PART-NEEDED =
                           (WS-CARD-COUNT + WS-PART-CARD-LIMIT - 1)
                           / WS-PART-CARD-LIMIT
                       IF WS-PART-NEEDED > WS-PART-COUNT
                           DISPLAY WS-CARD-COUNT " cartes : "
                               "partitions portees de "
                               WS-PART-COUNT " a " WS-PART-NEEDED "."
                           MOVE WS-PART-NEEDED TO WS-PART-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       LOAD-CARD-PARA.
           READ DECK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-CARD-COUNT >= WS-DECK-LIMIT
                       SET WS-DECK-TOO-BIG TO TRUE
                   ELSE
                       ADD 1 TO WS-CARD-COUNT
                       MOVE WS-CARD-COUNT TO WS-CRD-IX
                       MOVE CTL-CARD-IMAGE TO WS-CRD-IMAGE (WS-CRD-IX)
                       MOVE 0 TO WS-CRD-GROUP (WS-CRD-IX)
                       MOVE 0 TO WS-CRD-PARTITION (WS-CRD-IX)
                       MOVE 0 TO WS-CRD-LOCAL-NBR (WS-CRD-IX)
                       PERFORM PARSE-CARD-PARA
                       ADD WS-CRD-TERMS (WS-CRD-IX) TO WS-TERM-TOTAL
                   END-IF
           END-READ.

       PARSE-CARD-PARA.
      *    Une carte illisible pese zero terme : LOST la rejettera
      *    de toute facon, elle ne fait que suivre son demandeur.
           MOVE SPACES TO WS-CRD-REQUESTER (WS-CRD-IX)
           MOVE 0 TO WS-CRD-TERMS (WS-CRD-IX)
           MOVE 0 TO WS-EQ-COUNT
           INSPECT CTL-CARD-IMAGE TALLYING WS-EQ-COUNT FOR ALL "="
           IF WS-EQ-COUNT > 0
               MOVE SPACES TO WS-KW-TOKENS
               MOVE 0 TO WS-KW-TOKEN-CNT
               UNSTRING CTL-CARD-IMAGE DELIMITED BY ALL SPACE
                   INTO WS-KW-TOKEN (1)
                        WS-KW-TOKEN (2)
                        WS-KW-TOKEN (3)
                        WS-KW-TOKEN (4)
                        WS-KW-TOKEN (5)
                        WS-KW-TOKEN (6)
                        WS-KW-TOKEN (7)
                        WS-KW-TOKEN (8)
                        WS-KW-TOKEN (9)
                        WS-KW-TOKEN (10)
                   TALLYING IN WS-KW-TOKEN-CNT
               END-UNSTRING
               PERFORM PARSE-TOKEN-PARA
                   VARYING WS-KW-IX FROM 1 BY 1
                   UNTIL WS-KW-IX > WS-KW-TOKEN-CNT
           ELSE
               IF CTL-MAX-NBR IS NUMERIC
                   MOVE CTL-MAX-NBR TO WS-CRD-TERMS (WS-CRD-IX)
               END-IF
               MOVE CTL-REQUESTER TO WS-CRD-REQUESTER (WS-CRD-IX)
           END-IF.

       PARSE-TOKEN-PARA.
           MOVE SPACES TO WS-KW-NAME
           MOVE SPACES TO WS-KW-VALUE
           UNSTRING WS-KW-TOKEN (WS-KW-IX) DELIMITED BY "="
               INTO WS-KW-NAME WS-KW-VALUE
           END-UNSTRING
           EVALUATE WS-KW-NAME
               WHEN "TERMS"
                   MOVE 0 TO WS-KW-LEN
                   UNSTRING WS-KW-VALUE DELIMITED BY SPACE
                       INTO WS-KW-DIGITS COUNT IN WS-KW-LEN
                   END-UNSTRING
                   IF WS-KW-LEN > 0 AND WS-KW-LEN < 4
                       IF WS-KW-VALUE (1:WS-KW-LEN) IS NUMERIC
                           MOVE 0 TO WS-KW-NUM-3
                           MOVE WS-KW-VALUE (1:WS-KW-LEN)
                               TO WS-KW-NUM-3 (4 - WS-KW-LEN:
                                   WS-KW-LEN)
                           MOVE WS-KW-NUM-3
                               TO WS-CRD-TERMS (WS-CRD-IX)
                       END-IF
                   END-IF
               WHEN "REQ"
                   MOVE WS-KW-VALUE TO WS-CRD-REQUESTER (WS-CRD-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-GROUPS-PARA.
      *    Un demandeur de plus de 99 cartes ne tient dans aucune
      *    partition sans etre coupe, et un LOST seul ne le
      *    prendrait pas non plus : le decoupage est refuse (RC=8)
      *    et ses cartes sont a etaler sur plusieurs nuits.
           MOVE 0 TO WS-GRP-COUNT
           PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                   UNTIL WS-CRD-IX > WS-CARD-COUNT
               PERFORM FIND-GROUP-PARA
               IF WS-GRP-FOUND = 0
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-FOUND
                   MOVE WS-CRD-REQUESTER (WS-CRD-IX)
                       TO WS-GRP-REQUESTER (WS-GRP-FOUND)
                   MOVE 0 TO WS-GRP-TERMS (WS-GRP-FOUND)
                   MOVE 0 TO WS-GRP-CARDS (WS-GRP-FOUND)
                   MOVE 0 TO WS-GRP-PARTITION (WS-GRP-FOUND)
               END-IF
               ADD 1 TO WS-GRP-CARDS (WS-GRP-FOUND)
               ADD WS-CRD-TERMS (WS-CRD-IX)
                   TO WS-GRP-TERMS (WS-GRP-FOUND)
               MOVE WS-GRP-FOUND TO WS-CRD-GROUP (WS-CRD-IX)
           END-PERFORM
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-COUNT
               IF WS-GRP-CARDS (WS-GRP-IX) > WS-PART-CARD-LIMIT
                   DISPLAY "Demandeur " WS-GRP-REQUESTER (WS-GRP-IX)
                       " : " WS-GRP-CARDS (WS-GRP-IX) " cartes, "
                       "plus que les " WS-PART-CARD-LIMIT
                       " d'une partition - rien n'est decoupe."
                   SET WS-SPLIT-INVALID TO TRUE
                   MOVE 8 TO WS-SPLIT-RC
               END-IF
           END-PERFORM.

       FIND-GROUP-PARA.
      *    Groupe du demandeur de la carte WS-CRD-IX ; une carte
      *    sans demandeur est seule.
           MOVE 0 TO WS-GRP-FOUND
           IF WS-CRD-REQUESTER (WS-CRD-IX) NOT = SPACES
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-GRP-COUNT
                       OR WS-GRP-FOUND > 0
                   IF WS-GRP-REQUESTER (WS-GRP-IX) =
                           WS-CRD-REQUESTER (WS-CRD-IX)
                       MOVE WS-GRP-IX TO WS-GRP-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       ASSIGN-GROUPS-PARA.
      *    Placement glouton, repris avec une partition de plus
      *    tant qu'un groupe reste sans place et que la limite de
      *    six n'est pas atteinte. Au-dela, le decoupage est
      *    refuse (RC=8) : aucun groupe n'est coupe.
           MOVE "N" TO WS-PLACE-FLAG
           PERFORM TRY-PLACEMENT-PARA UNTIL WS-PLACE-DONE.

       TRY-PLACEMENT-PARA.
      *    A chaque tour, le groupe non place le plus lourd va sur
      *    la partition la moins chargee qui peut le prendre
      *    entier ; le premier groupe sans place arrete l'essai.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-LIMIT
               MOVE 0 TO WS-PRT-CARDS (WS-PX)
               MOVE 0 TO WS-PRT-TERMS (WS-PX)
               MOVE 0 TO WS-PRT-NEXT-NBR (WS-PX)
               MOVE 0 TO WS-PRT-FIRST-RANK (WS-PX)
               MOVE 0 TO WS-PRT-LAST-RANK (WS-PX)
               MOVE "N" TO WS-PRT-OPEN-FLAG (WS-PX)
           END-PERFORM
           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-COUNT
               MOVE 0 TO WS-GRP-PARTITION (WS-GRP-IX)
           END-PERFORM
           MOVE 0 TO WS-UNPLACED-GRP
           PERFORM PLACE-GROUP-PARA WS-GRP-COUNT TIMES
           EVALUATE TRUE
               WHEN WS-UNPLACED-GRP = 0
                   SET WS-PLACE-DONE TO TRUE
               WHEN WS-PART-COUNT < WS-PART-LIMIT
                   ADD 1 TO WS-PART-COUNT
                   DISPLAY "Demandeur "
                       WS-GRP-REQUESTER (WS-UNPLACED-GRP) " ("
                       WS-GRP-CARDS (WS-UNPLACED-GRP) " cartes) "
                       "sans place : partitions portees a "
                       WS-PART-COUNT ", placement repris."
               WHEN OTHER
                   DISPLAY "Demandeur "
                       WS-GRP-REQUESTER (WS-UNPLACED-GRP) " ("
                       WS-GRP-CARDS (WS-UNPLACED-GRP) " cartes) "
                       "sans place entiere dans " WS-PART-LIMIT
                       " partitions - rien n'est decoupe."
                   SET WS-SPLIT-INVALID TO TRUE
                   MOVE 8 TO WS-SPLIT-RC
                   SET WS-PLACE-DONE TO TRUE
           END-EVALUATE.

       PLACE-GROUP-PARA.
           IF WS-UNPLACED-GRP = 0
               MOVE 0 TO WS-BEST-GRP
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-GRP-COUNT
                   IF WS-GRP-PARTITION (WS-GRP-IX) = 0
                       IF WS-BEST-GRP = 0
                           MOVE WS-GRP-IX TO WS-BEST-GRP
                       ELSE
                           IF WS-GRP-TERMS (WS-GRP-IX) >
                                   WS-GRP-TERMS (WS-BEST-GRP)
                               MOVE WS-GRP-IX TO WS-BEST-GRP
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-BEST-PX
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PART-COUNT
                   IF WS-PRT-CARDS (WS-PX) + WS-GRP-CARDS (WS-BEST-GRP)
                           NOT > WS-PART-CARD-LIMIT
                       IF WS-BEST-PX = 0
                           MOVE WS-PX TO WS-BEST-PX
                       ELSE
                           IF WS-PRT-TERMS (WS-PX) <
                                   WS-PRT-TERMS (WS-BEST-PX)
                               MOVE WS-PX TO WS-BEST-PX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-PX > 0
                   MOVE WS-BEST-PX TO WS-GRP-PARTITION (WS-BEST-GRP)
                   ADD WS-GRP-CARDS (WS-BEST-GRP)
                       TO WS-PRT-CARDS (WS-BEST-PX)
                   ADD WS-GRP-TERMS (WS-BEST-GRP)
                       TO WS-PRT-TERMS (WS-BEST-PX)
               ELSE
                   MOVE WS-BEST-GRP TO WS-UNPLACED-GRP
               END-IF
           END-IF.

       NUMBER-CARDS-PARA.
      *    Dans l'ordre du paquet : partition de la carte (celle de
      *    son groupe), numero d'ordre dans le paquet de la
      *    partition, premier et dernier rang.
           PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                   UNTIL WS-CRD-IX > WS-CARD-COUNT
               MOVE WS-GRP-PARTITION (WS-CRD-GROUP (WS-CRD-IX))
                   TO WS-CRD-PARTITION (WS-CRD-IX)
               MOVE WS-CRD-PARTITION (WS-CRD-IX) TO WS-PX
               ADD 1 TO WS-PRT-NEXT-NBR (WS-PX)
               MOVE WS-PRT-NEXT-NBR (WS-PX)
                   TO WS-CRD-LOCAL-NBR (WS-CRD-IX)
               IF WS-PRT-FIRST-RANK (WS-PX) = 0
                   MOVE WS-CRD-IX TO WS-PRT-FIRST-RANK (WS-PX)
               END-IF
               MOVE WS-CRD-IX TO WS-PRT-LAST-RANK (WS-PX)
           END-PERFORM.

       WRITE-DECKS-PARA.
      *    Les six paquets sont reecrits : une partition inutilisee
      *    cette nuit repart vide plutot que de garder le paquet
      *    d'une nuit precedente. Une DD absente n'est une erreur
      *    que pour une partition qui a des cartes.
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-LIMIT
               PERFORM OPEN-PART-DECK-PARA
               IF WS-PART-DECK-STATUS = "00"
                   MOVE "Y" TO WS-PRT-OPEN-FLAG (WS-PX)
               ELSE
                   IF WS-PX NOT > WS-PART-COUNT
                       DISPLAY "Paquet LOSTD" WS-PX " non ouvert "
                           "(statut " WS-PART-DECK-STATUS ") - "
                           "decoupage abandonne."
                       SET WS-SPLIT-INVALID TO TRUE
                       MOVE 12 TO WS-SPLIT-RC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPLIT-VALID
               PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                       UNTIL WS-CRD-IX > WS-CARD-COUNT
                       OR WS-SPLIT-INVALID
                   MOVE WS-CRD-PARTITION (WS-CRD-IX) TO WS-PX
                   PERFORM WRITE-PART-DECK-PARA
                   IF WS-PART-DECK-STATUS NOT = "00"
                       DISPLAY "Ecriture LOSTD" WS-PX " en echec "
                           "(statut " WS-PART-DECK-STATUS ") - "
                           "decoupage abandonne."
                       SET WS-SPLIT-INVALID TO TRUE
                       MOVE 12 TO WS-SPLIT-RC
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-LIMIT
               IF WS-PRT-DECK-OPEN (WS-PX)
                   PERFORM CLOSE-PART-DECK-PARA
               END-IF
           END-PERFORM.

       OPEN-PART-DECK-PARA.
           EVALUATE WS-PX
               WHEN 1
                   OPEN OUTPUT PART-DECK-01
               WHEN 2
                   OPEN OUTPUT PART-DECK-02
               WHEN 3
                   OPEN OUTPUT PART-DECK-03
               WHEN 4
                   OPEN OUTPUT PART-DECK-04
               WHEN 5
                   OPEN OUTPUT PART-DECK-05
               WHEN 6
                   OPEN OUTPUT PART-DECK-06
           END-EVALUATE.

       WRITE-PART-DECK-PARA.
           EVALUATE WS-PX
               WHEN 1
                   MOVE WS-CRD-IMAGE (WS-CRD-IX) TO D01-CARD-IMAGE
                   WRITE D01-RECORD
               WHEN 2
                   MOVE WS-CRD-IMAGE (WS-CRD-IX) TO D02-CARD-IMAGE
                   WRITE D02-RECORD
               WHEN 3
                   MOVE WS-CRD-IMAGE (WS-CRD-IX) TO D03-CARD-IMAGE
                   WRITE D03-RECORD
               WHEN 4
                   MOVE WS-CRD-IMAGE (WS-CRD-IX) TO D04-CARD-IMAGE
                   WRITE D04-RECORD
               WHEN 5
                   MOVE WS-CRD-IMAGE (WS-CRD-IX) TO D05-CARD-IMAGE
                   WRITE D05-RECORD
               WHEN 6
                   MOVE WS-CRD-IMAGE (WS-CRD-IX) TO D06-CARD-IMAGE
                   WRITE D06-RECORD
           END-EVALUATE.

       CLOSE-PART-DECK-PARA.
           EVALUATE WS-PX
               WHEN 1
                   CLOSE PART-DECK-01
               WHEN 2
                   CLOSE PART-DECK-02
               WHEN 3
                   CLOSE PART-DECK-03
               WHEN 4
                   CLOSE PART-DECK-04
               WHEN 5
                   CLOSE PART-DECK-05
               WHEN 6
                   CLOSE PART-DECK-06
           END-EVALUATE.

       WRITE-MANIFEST-PARA.
      *    En-tete, une ligne par partition, une ligne par carte
      *    dans l'ordre du paquet (voir LOSTPTM).
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "Manifeste LOSTPTM non ouvert (statut "
                   WS-MANIFEST-STATUS ") - decoupage abandonne."
               SET WS-SPLIT-INVALID TO TRUE
               MOVE 12 TO WS-SPLIT-RC
           ELSE
               MOVE SPACES TO PTM-RECORD
               SET PTM-HEADER TO TRUE
               MOVE WS-RCT-BUS-DATE TO PTM-BUS-DATE
               MOVE WS-BASE-STAMP TO PTM-BASE-STAMP
               MOVE WS-PART-COUNT TO PTM-PART-COUNT
               MOVE WS-CARD-COUNT TO PTM-CARD-COUNT
               MOVE WS-TERM-TOTAL TO PTM-TERM-COUNT
               WRITE PTM-RECORD
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PART-COUNT
                   MOVE SPACES TO PTM-RECORD
                   SET PTM-PARTITION-LINE TO TRUE
                   MOVE WS-PX TO PTM-P-PARTITION
                   MOVE WS-PRT-CARDS (WS-PX) TO PTM-P-CARD-COUNT
                   MOVE WS-PRT-TERMS (WS-PX) TO PTM-P-TERM-COUNT
                   MOVE WS-PRT-FIRST-RANK (WS-PX) TO PTM-P-FIRST-RANK
                   MOVE WS-PRT-LAST-RANK (WS-PX) TO PTM-P-LAST-RANK
                   WRITE PTM-RECORD
               END-PERFORM
               PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                       UNTIL WS-CRD-IX > WS-CARD-COUNT
                   MOVE SPACES TO PTM-RECORD
                   SET PTM-CARD-LINE TO TRUE
                   MOVE WS-CRD-IX TO PTM-C-RANK
                   MOVE WS-CRD-PARTITION (WS-CRD-IX)
                       TO PTM-C-PARTITION
                   MOVE WS-CRD-LOCAL-NBR (WS-CRD-IX)
                       TO PTM-C-LOCAL-NBR
                   MOVE WS-CRD-REQUESTER (WS-CRD-IX)
                       TO PTM-C-REQUESTER
                   MOVE WS-CRD-TERMS (WS-CRD-IX) TO PTM-C-TERMS
                   WRITE PTM-RECORD
               END-PERFORM
               IF WS-MANIFEST-STATUS NOT = "00"
                   DISPLAY "Ecriture LOSTPTM en echec (statut "
                       WS-MANIFEST-STATUS ") - decoupage abandonne."
                   SET WS-SPLIT-INVALID TO TRUE
                   MOVE 12 TO WS-SPLIT-RC
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       PRINT-REPORT-PARA.
      *    Sans la liste SPLTRPT, le decoupage n'est pas prouve :
      *    l'etape finit en RC=12 comme pour un paquet ou un
      *    manifeste inutilisable.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "SPLTRPT inutilisable (statut "
                   WS-REPORT-STATUS ") - decoupage non liste."
               MOVE 12 TO WS-SPLIT-RC
           ELSE
               PERFORM PRINT-REPORT-LINES-PARA
           END-IF.

       PRINT-REPORT-LINES-PARA.
           MOVE SPACES TO RPT-LINE
           STRING "Decoupage LOST - journee du " DELIMITED BY SIZE
                  WS-RCT-BUS-DATE DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Date d'execution: " DELIMITED BY SIZE
                  WS-CDT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
                  "  Estampille de base: " DELIMITED BY SIZE
                  WS-BASE-STAMP DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Cartes: " DELIMITED BY SIZE
                  WS-CARD-COUNT DELIMITED BY SIZE
                  "  Termes demandes: " DELIMITED BY SIZE
                  WS-TERM-TOTAL DELIMITED BY SIZE
                  "  Partitions: " DELIMITED BY SIZE
                  WS-PART-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Part.  Cartes  Termes   Rangs" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "-----  ------  -------  ---------" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-PX DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-PRT-CARDS (WS-PX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-PRT-TERMS (WS-PX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PRT-FIRST-RANK (WS-PX) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PRT-LAST-RANK (WS-PX) DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Rang  Part. No  Demand.   Termes" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "----  ----- --  --------  ------" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CRD-IX FROM 1 BY 1
                   UNTIL WS-CRD-IX > WS-CARD-COUNT
               MOVE SPACES TO RPT-LINE
               STRING WS-CRD-IX DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-CRD-PARTITION (WS-CRD-IX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CRD-LOCAL-NBR (WS-CRD-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CRD-REQUESTER (WS-CRD-IX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-CRD-TERMS (WS-CRD-IX) DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           CLOSE REPORT-FILE.

       RCT-START-PARA.
      *    Decision de demarrage pour la date d'exploitation : sans
      *    LOSTRCT (DD absente, fichier illisible) l'etape tourne
      *    comme avant, sans controle de chaine. Une etape sautee
      *    rend RC=2 : les etapes de bascule ou d'envoi qui suivent
      *    sur RC=0 ne doivent pas reprendre un resultat non refait.
           PERFORM RCT-READ-BUSDATE-PARA
           IF WS-RCT-RUN-STEP
               OPEN I-O RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = "00"
                   OPEN OUTPUT RUNCTL-FILE
                   CLOSE RUNCTL-FILE
                   OPEN I-O RUNCTL-FILE
               END-IF
               IF WS-RUNCTL-STATUS NOT = "00"
                   DISPLAY "LOSTRCT inutilisable (statut "
                       WS-RUNCTL-STATUS ") - " WS-RCT-STEP
                       " execute sans controle de chaine."
               ELSE
                   SET WS-RCT-IN-USE TO TRUE
                   PERFORM RCT-CHECK-PREDECESSOR-PARA
                   IF WS-RCT-RUN-STEP
                       PERFORM RCT-CHECK-NIGHT-PARA
                   END-IF
                   IF WS-RCT-RUN-STEP
                       PERFORM RCT-CHECK-STEP-PARA
                   END-IF
                   CLOSE RUNCTL-FILE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-RCT-SKIP-STEP
                   MOVE 2 TO RETURN-CODE
               WHEN WS-RCT-REFUSE-STEP
                   MOVE WS-RCT-REFUSE-RC TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RCT-READ-BUSDATE-PARA.
      *    Date d'exploitation de la carte LOSTBDT, a defaut la
      *    date du jour ; RERUN=Y force une etape deja terminee.
           MOVE FUNCTION CURRENT-DATE TO WS-RCT-DATE-TIME
           MOVE WS-RCT-DATE TO WS-RCT-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDT-BUS-DATE NOT = SPACES
                           MOVE BDT-BUS-DATE TO WS-RCT-BUS-DATE
                       END-IF
                       IF BDT-RERUN-REQUESTED
                           SET WS-RCT-RERUN TO TRUE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-RCT-BUS-DATE IS NOT NUMERIC
               DISPLAY "Date d'exploitation invalide sur LOSTBDT : '"
                   WS-RCT-BUS-DATE "' - " WS-RCT-STEP " refuse."
               SET WS-RCT-REFUSE-STEP TO TRUE
           END-IF.

       RCT-CHECK-PREDECESSOR-PARA.
      *    Le predecesseur doit etre clos ('C' : RC dans le seuil
      *    de son etape, avertissement compris) pour la meme date
      *    d'exploitation ; on garde l'heure de sa fin.
           MOVE SPACES TO WS-RCT-PRED-END
           IF WS-RCT-PREDECESSOR NOT = SPACES
               MOVE WS-RCT-BUS-DATE TO RCT-BUS-DATE
               MOVE WS-RCT-PREDECESSOR TO RCT-STEP
               READ RUNCTL-FILE
                   INVALID KEY
                       DISPLAY WS-RCT-PREDECESSOR " pas execute pour "
                           "le " WS-RCT-BUS-DATE " - " WS-RCT-STEP
                           " refuse."
                       SET WS-RCT-REFUSE-STEP TO TRUE
                   NOT INVALID KEY
                       IF RCT-STATUS-COMPLETE
                           MOVE RCT-END-STAMP TO WS-RCT-PRED-END
                       ELSE
                           DISPLAY WS-RCT-PREDECESSOR " non termine "
                               "proprement pour le " WS-RCT-BUS-DATE
                               " (statut " RCT-STATUS ", RC "
                               RCT-RETURN-CODE ") - " WS-RCT-STEP
                               " refuse."
                           SET WS-RCT-REFUSE-STEP TO TRUE
                       END-IF
               END-READ
           END-IF.

       RCT-CHECK-NIGHT-PARA.
      *    Journee deja close par LOST (en serie, ou par une fusion
      *    precedente) : pas de nouveau decoupage sans carte
      *    RERUN=Y, la fusion ajouterait un second jeu de runs a
      *    LOSTSEQ, LOSTINT, LOSTLOG et LOSTSTA. Meme refus que
      *    LOST pour une journee close.
           IF NOT WS-RCT-RERUN
               MOVE WS-RCT-BUS-DATE TO RCT-BUS-DATE
               MOVE "LOST" TO RCT-STEP
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCT-STATUS-COMPLETE
                           DISPLAY "Journee du " WS-RCT-BUS-DATE
                               " deja close par LOST (fin "
                               RCT-END-DATE " " RCT-END-TIME
                               ") - execution refusee sans carte "
                               "RERUN=Y."
                           MOVE 4 TO WS-RCT-REFUSE-RC
                           SET WS-RCT-REFUSE-STEP TO TRUE
                       END-IF
               END-READ
           END-IF.

       RCT-CHECK-STEP-PARA.
      *    Etape deja close ('C') pour la date, apres la derniere
      *    fin de son predecesseur : sautee (refusee si l'etape
      *    ferme la journee), sauf carte RERUN=Y. Sinon l'entree
      *    passe a 'A' jusqu'au compte rendu de fin.
           MOVE WS-RCT-BUS-DATE TO RCT-BUS-DATE
           MOVE WS-RCT-STEP TO RCT-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE "N" TO WS-RCT-FOUND-FLAG
               NOT INVALID KEY
                   SET WS-RCT-FOUND TO TRUE
           END-READ
           IF WS-RCT-FOUND AND RCT-STATUS-COMPLETE
                   AND RCT-END-STAMP NOT < WS-RCT-PRED-END
                   AND NOT WS-RCT-RERUN
               IF WS-RCT-REFUSE-IF-CLOSED
                   DISPLAY "Journee du " WS-RCT-BUS-DATE " deja close "
                       "par " WS-RCT-STEP " (fin " RCT-END-DATE " "
                       RCT-END-TIME ") - execution refusee sans "
                       "carte RERUN=Y."
                   MOVE 4 TO WS-RCT-REFUSE-RC
                   SET WS-RCT-REFUSE-STEP TO TRUE
               ELSE
                   DISPLAY WS-RCT-STEP " deja termine pour le "
                       WS-RCT-BUS-DATE " (fin " RCT-END-DATE " "
                       RCT-END-TIME ") - etape sautee."
                   SET WS-RCT-SKIP-STEP TO TRUE
               END-IF
           ELSE
               IF WS-RCT-FOUND
                   IF RCT-STATUS-ACTIVE
                       DISPLAY WS-RCT-STEP " relance apres une "
                           "execution interrompue (debut "
                           RCT-START-DATE " " RCT-START-TIME ")."
                   END-IF
               ELSE
                   MOVE SPACES TO RCT-RECORD
                   MOVE WS-RCT-BUS-DATE TO RCT-BUS-DATE
                   MOVE WS-RCT-STEP TO RCT-STEP
                   MOVE 0 TO RCT-ATTEMPTS
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-RCT-DATE-TIME
               SET RCT-STATUS-ACTIVE TO TRUE
               MOVE 0 TO RCT-RETURN-CODE
               MOVE WS-RCT-DATE TO RCT-START-DATE
               MOVE WS-RCT-TIME TO RCT-START-TIME
               MOVE SPACES TO RCT-END-STAMP
               MOVE SPACES TO RCT-FIRST-RUN-ID
               MOVE SPACES TO RCT-LAST-RUN-ID
               MOVE 0 TO RCT-READ-COUNT
               MOVE 0 TO RCT-WRITTEN-COUNT
               ADD 1 TO RCT-ATTEMPTS
               MOVE WS-RCT-RERUN-FLAG TO RCT-RERUN-FLAG
               IF WS-RCT-FOUND
                   REWRITE RCT-RECORD
               ELSE
                   WRITE RCT-RECORD
               END-IF
               IF WS-RUNCTL-STATUS NOT = "00"
                   DISPLAY "Erreur mise a jour LOSTRCT (statut "
                       WS-RUNCTL-STATUS ") - " WS-RCT-STEP " refuse."
                   SET WS-RCT-REFUSE-STEP TO TRUE
               END-IF
           END-IF.

       RCT-END-PARA.
      *    Compte rendu de fin d'etape dans LOSTRCT : 'C' si le
      *    RETURN-CODE ne depasse pas le seuil de cloture de
      *    l'etape, 'F' sinon, avec RC, compteurs et runs.
           IF WS-RCT-IN-USE
               OPEN I-O RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = "00"
                   DISPLAY "LOSTRCT inutilisable en fin d'etape "
                       "(statut " WS-RUNCTL-STATUS ") - compte rendu "
                       "de " WS-RCT-STEP " non enregistre."
               ELSE
                   MOVE WS-RCT-BUS-DATE TO RCT-BUS-DATE
                   MOVE WS-RCT-STEP TO RCT-STEP
                   READ RUNCTL-FILE
                       INVALID KEY
                           MOVE "N" TO WS-RCT-FOUND-FLAG
                       NOT INVALID KEY
                           SET WS-RCT-FOUND TO TRUE
                   END-READ
                   IF NOT WS-RCT-FOUND
                       MOVE SPACES TO RCT-RECORD
                       MOVE WS-RCT-BUS-DATE TO RCT-BUS-DATE
                       MOVE WS-RCT-STEP TO RCT-STEP
                       MOVE 1 TO RCT-ATTEMPTS
                       MOVE WS-RCT-RERUN-FLAG TO RCT-RERUN-FLAG
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-RCT-DATE-TIME
                   IF RETURN-CODE NOT > WS-RCT-CLOSE-RC
                       SET RCT-STATUS-COMPLETE TO TRUE
                   ELSE
                       SET RCT-STATUS-FAILED TO TRUE
                   END-IF
                   MOVE RETURN-CODE TO RCT-RETURN-CODE
                   MOVE WS-RCT-DATE TO RCT-END-DATE
                   MOVE WS-RCT-TIME TO RCT-END-TIME
                   MOVE WS-RCT-FIRST-RUN-ID TO RCT-FIRST-RUN-ID
                   MOVE WS-RCT-LAST-RUN-ID TO RCT-LAST-RUN-ID
                   MOVE WS-RCT-READ-COUNT TO RCT-READ-COUNT
                   MOVE WS-RCT-WRITTEN-COUNT TO RCT-WRITTEN-COUNT
                   IF WS-RCT-FOUND
                       REWRITE RCT-RECORD
                   ELSE
                       WRITE RCT-RECORD
                   END-IF
                   IF WS-RUNCTL-STATUS NOT = "00"
                       DISPLAY "Erreur mise a jour LOSTRCT (statut "
                           WS-RUNCTL-STATUS ") - compte rendu de "
                           WS-RCT-STEP " non enregistre."
                   END-IF
                   CLOSE RUNCTL-FILE
               END-IF
           END-IF.
