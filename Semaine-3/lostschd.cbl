       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostschd.
      *    Construction du paquet SYSIN de LOSTJOB a partir des
      *    ordres permanents LOSTORD, en tete de chaine, avant
      *    l'etape LOST. Pour la date metier du paquet, chaque
      *    ordre echu (quotidien, hebdomadaire le jour dit, fin de
      *    mois, ponctuel a sa date, dans sa periode de validite)
      *    est confronte au catalogue LOSTCAT puis ecrit en carte
      *    a mots-cles LOSTCTL dans LOSTDECK. Le paquet ne peut
      *    pas depasser le plafond de 99 cartes de LOST
      *    (WS-DECK-LIMIT, jusqu'a 594 pour une nuit
      *    partitionnee par LOSTSPLT) : les ordres qui n'y
      *    tiennent plus sont reportes au paquet suivant, ou ils
      *    passent en tete - jamais abandonnes. La liste SCHDRPT
      *    dit ce qui a ete programme, rattrape, reporte ou
      *    ignore, et pourquoi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ORDER-FILE ASSIGN TO "LOSTORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LOSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-SERIES-NAME
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT DECK-FILE ASSIGN TO "LOSTDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SCHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "LOSTBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSCH.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTORD.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCAT.

       FD  DECK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCTL.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTBDT.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-ORDER-STATUS         PIC XX     VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC XX     VALUE SPACES.
       77  WS-DECK-STATUS          PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-BUSDATE-STATUS       PIC XX     VALUE SPACES.
       77  WS-PARMS-FLAG           PIC X      VALUE "Y".
           88  WS-PARMS-VALID                 VALUE "Y".
           88  WS-PARMS-INVALID               VALUE "N".
      *    Date metier du paquet (date d'exploitation de LOSTBDT,
      *    comme le reste de la chaine, sauf date forcee sur la
      *    carte SYSIN ; a defaut date du jour), son jour de
      *    semaine (1 lundi ... 7 dimanche) et le temoin de fin
      *    de mois calendaire.
       01  WS-BUSINESS-DATE.
           05  WS-BUS-DATE         PIC X(08).
           05  WS-BUS-DATE-N REDEFINES WS-BUS-DATE
                                   PIC 9(08).
       77  WS-BUS-DAY-INT          PIC 9(07)  VALUE 0.
       77  WS-BUS-WEEKDAY          PIC 9(01)  VALUE 0.
       01  WS-NEXT-DAY.
           05  WS-NEXT-DATE        PIC 9(08).
           05  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE
                                   PIC X(08).
       77  WS-MONTH-END-FLAG       PIC X      VALUE "N".
           88  WS-MONTH-END                   VALUE "Y".
      *    Plafond du paquet : le meme que celui de LOST (rang de
      *    run sur deux chiffres), diminue de la reserve laissee
      *    aux cartes ajoutees a la main derriere le paquet. Une
      *    nuit partitionnee peut relever le plafond jusqu'a six
      *    partitions de 99 cartes.
       77  WS-DECK-LIMIT           PIC 9(03)  VALUE 99.
       77  WS-DECK-LIMIT-MAX       PIC 9(03)  VALUE 594.
       77  WS-RESERVE              PIC 9(02)  VALUE 0.
       77  WS-DECK-CAPACITY        PIC 9(03)  VALUE 0.
       77  WS-DECK-COUNT           PIC 9(03)  VALUE 0.
       77  WS-ORDER-COUNT          PIC 9(05)  VALUE 0.
       77  WS-SCHEDULED-COUNT      PIC 9(05)  VALUE 0.
       77  WS-CAUGHT-UP-COUNT      PIC 9(05)  VALUE 0.
       77  WS-CARRIED-COUNT        PIC 9(05)  VALUE 0.
       77  WS-WAITING-COUNT        PIC 9(05)  VALUE 0.
       77  WS-SKIPPED-COUNT        PIC 9(05)  VALUE 0.
      *    Deux passes sur LOSTORD : 1 = occurrences en report
      *    (servies d'abord), 2 = ordres echus a la date metier.
       77  WS-PASS                 PIC 9(01)  VALUE 0.
           88  WS-PASS-CARRIED                VALUE 1.
           88  WS-PASS-DUE                    VALUE 2.
       77  WS-SCAN-END-FLAG        PIC X      VALUE "N".
           88  WS-SCAN-ENDED                  VALUE "Y".
       77  WS-DUE-FLAG             PIC X      VALUE "N".
           88  WS-ORDER-DUE                   VALUE "Y".
      *    Paquet LOSTDECK inutilisable (ouverture ou ecriture en
      *    echec) : le parcours s'arrete et l'etape finit en
      *    RC=12 pour que LOST ne tourne pas sur un paquet tronque.
       77  WS-DECK-FAIL-FLAG       PIC X      VALUE "N".
           88  WS-DECK-FAILED                 VALUE "Y".
       77  WS-ORDER-FLAG           PIC X      VALUE "Y".
           88  WS-ORDER-VALID                 VALUE "Y".
           88  WS-ORDER-INVALID               VALUE "N".
       77  WS-REASON               PIC X(40)  VALUE SPACES.
       77  WS-LIST-STATUS          PIC X(09)  VALUE SPACES.
      *    Valeurs effectives de l'ordre (catalogue, puis champs
      *    renseignes sur l'ordre) : memes regles que
      *    SET-SEQUENCE-PARMS-PARA de LOST, pour ne mettre au
      *    paquet que des cartes que LOST acceptera.
       77  WS-EFF-TYPE             PIC X(01)  VALUE SPACE.
           88  WS-EFF-TYPE-KNOWN              VALUE "A" "T" "G" "S".
           88  WS-EFF-TYPE-NEEDS-PARM         VALUE "G" "S".
       77  WS-EFF-PARM             PIC S9(05)V9(02) VALUE 0.
      *    Carte construite pour l'ordre courant : format a
      *    mots-cles de preference ; positionnel si le nom porte
      *    un blanc ou si la carte deborde des 80 colonnes.
       01  WS-CARD.
           05  WS-CARD-IMAGE       PIC X(80).
           05  WS-CARD-POSITIONAL REDEFINES WS-CARD-IMAGE.
               10  WS-CRD-MAX-NBR        PIC X(03).
               10  WS-CRD-SEED-B         PIC X(05).
               10  WS-CRD-SEED-O         PIC X(05).
               10  WS-CRD-SERIES-NAME    PIC X(20).
               10  WS-CRD-RECONCILE-FLAG PIC X(01).
               10  WS-CRD-SERIES-TYPE    PIC X(01).
               10  WS-CRD-SERIES-PARM    PIC X(05).
               10  WS-CRD-REQUESTER      PIC X(08).
               10  FILLER                PIC X(32).
       77  WS-CARD-PTR             PIC 9(03)  VALUE 1.
       77  WS-CARD-OVF-FLAG        PIC X      VALUE "N".
           88  WS-CARD-OVERFLOW               VALUE "Y".
       77  WS-NAME-LEN             PIC 9(02)  VALUE 0.
       77  WS-NAME-BLANKS          PIC 9(02)  VALUE 0.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
      *    Analyse du parametre de suite en clair (signe et
      *    decimales admis : -5, 1.5, 0.85), meme regle que les
      *    cartes de controle de LOST.
       77  WS-PARM-TEXT            PIC X(20)  VALUE SPACES.
       77  WS-PARM-VALUE           PIC S9(05)V9(02) VALUE 0.
       77  WS-PARM-OK-FLAG         PIC X      VALUE "N".
           88  WS-PARM-OK                     VALUE "Y".
       77  WS-PP-IX                PIC 9(02)  VALUE 0.
       77  WS-PP-CHAR              PIC X(01)  VALUE SPACE.
       77  WS-PP-DIGIT             PIC 9(01)  VALUE 0.
       77  WS-PP-INT               PIC 9(05)  VALUE 0.
       77  WS-PP-DEC               PIC 9(02)  VALUE 0.
       77  WS-PP-INT-CNT           PIC 9(02)  VALUE 0.
       77  WS-PP-DEC-CNT           PIC 9(02)  VALUE 0.
       77  WS-PP-DOT-FLAG          PIC X      VALUE "N".
           88  WS-PP-DOT-SEEN                 VALUE "Y".
       77  WS-PP-NEG-FLAG          PIC X      VALUE "N".
           88  WS-PP-NEGATIVE                 VALUE "Y".
       77  WS-PP-SIGN-FLAG         PIC X      VALUE "N".
           88  WS-PP-SIGN-SEEN                VALUE "Y".
       77  WS-PP-END-FLAG          PIC X      VALUE "N".
           88  WS-PP-ENDED                    VALUE "Y".
       77  WS-PP-ERR-FLAG          PIC X      VALUE "N".
           88  WS-PP-ERROR                    VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-PARMS-PARA.
           IF WS-PARMS-INVALID
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O ORDER-FILE
               IF WS-ORDER-STATUS NOT = "00"
      *            Sans ordres lisibles rien n'est programme et
      *            aucun report n'est touche : le paquet du jour
      *            reste a constituer a la main.
                   DISPLAY "LOSTORD inutilisable (statut "
                       WS-ORDER-STATUS ") - paquet non construit."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN INPUT CATALOG-FILE
                   IF WS-CATALOG-STATUS NOT = "00"
                       DISPLAY "Catalogue LOSTCAT introuvable ou "
                           "illisible (statut " WS-CATALOG-STATUS
                           ") - paquet non construit."
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM BUILD-DECK-PARA
                       CLOSE CATALOG-FILE
                   END-IF
                   CLOSE ORDER-FILE
               END-IF
           END-IF.
           STOP RUN.

       BUILD-DECK-PARA.
           OPEN OUTPUT DECK-FILE
           IF WS-DECK-STATUS NOT = "00"
               DISPLAY "LOSTDECK inutilisable (statut "
                   WS-DECK-STATUS ") - paquet non construit."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM FILL-DECK-PARA
           END-IF.

       FILL-DECK-PARA.
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-HEADER-PARA
           MOVE "Occurrences en report" TO RPT-LINE
           WRITE RPT-LINE
           SET WS-PASS-CARRIED TO TRUE
           PERFORM SCAN-ORDERS-PARA
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Ordres du jour" TO RPT-LINE
           WRITE RPT-LINE
           SET WS-PASS-DUE TO TRUE
           PERFORM SCAN-ORDERS-PARA
           PERFORM PRINT-TRAILER-PARA
           CLOSE REPORT-FILE
           CLOSE DECK-FILE
           IF WS-DECK-FAILED
               DISPLAY "Paquet du " WS-BUS-DATE " incomplet apres "
                   WS-DECK-COUNT " carte(s) - LOST ne doit pas "
                   "tourner ; relancer l'etape une fois LOSTDECK "
                   "retabli."
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "Paquet du " WS-BUS-DATE " : " WS-DECK-COUNT
                   " carte(s), dont " WS-CAUGHT-UP-COUNT
                   " rattrapage(s) ; " WS-CARRIED-COUNT
                   " report(s), " WS-SKIPPED-COUNT
                   " ordre(s) ignore(s)."
               IF WS-SKIPPED-COUNT > 0 OR WS-CARRIED-COUNT > 0
                       OR WS-WAITING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-PARMS-PARA.
      *    Date metier : celle de LOSTBDT, pour qu'une relance
      *    d'une journee passee programme les ordres de cette
      *    journee et non ceux du jour. Carte SYSIN facultative :
      *    date forcee, reserve manuelle et plafond. Sans carte,
      *    paquet sans reserve, au plafond de LOST.
           SET WS-PARMS-VALID TO TRUE
           MOVE WS-CDT-DATE TO WS-BUS-DATE
           MOVE 0 TO WS-RESERVE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDT-BUS-DATE NOT = SPACES
                           MOVE BDT-BUS-DATE TO WS-BUS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCH-BUSINESS-DATE NOT = SPACES
                           MOVE SCH-BUSINESS-DATE TO WS-BUS-DATE
                       END-IF
                       IF SCH-RESERVE NOT = SPACES
                           IF SCH-RESERVE IS NUMERIC
                               MOVE SCH-RESERVE TO WS-RESERVE
                           ELSE
                               DISPLAY "Reserve manuelle non "
                                   "numerique : '" SCH-RESERVE "'."
                               SET WS-PARMS-INVALID TO TRUE
                           END-IF
                       END-IF
                       IF SCH-DECK-LIMIT NOT = SPACES
                           IF SCH-DECK-LIMIT IS NUMERIC
                                   AND SCH-DECK-LIMIT > "000"
                                   AND SCH-DECK-LIMIT NOT >
                                       WS-DECK-LIMIT-MAX
                               MOVE SCH-DECK-LIMIT TO WS-DECK-LIMIT
                           ELSE
                               DISPLAY "Plafond du paquet invalide : '"
                                   SCH-DECK-LIMIT "' (001 a "
                                   WS-DECK-LIMIT-MAX ")."
                               SET WS-PARMS-INVALID TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-BUS-DATE IS NOT NUMERIC
               DISPLAY "Date metier invalide : '" WS-BUS-DATE "'."
               SET WS-PARMS-INVALID TO TRUE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-BUS-DATE-N) NOT = 0
                   DISPLAY "Date metier invalide : '" WS-BUS-DATE
                       "'."
                   SET WS-PARMS-INVALID TO TRUE
               END-IF
           END-IF
           IF WS-RESERVE >= WS-DECK-LIMIT
               DISPLAY "Reserve manuelle " WS-RESERVE " : elle "
                   "doit rester sous le plafond de " WS-DECK-LIMIT
                   " cartes."
               SET WS-PARMS-INVALID TO TRUE
           END-IF
           IF WS-PARMS-VALID
               COMPUTE WS-DECK-CAPACITY = WS-DECK-LIMIT - WS-RESERVE
      *        Le 1er janvier 1601 (jour 1 du calendrier des
      *        fonctions de date) etait un lundi.
               COMPUTE WS-BUS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-N)
               COMPUTE WS-BUS-WEEKDAY =
                   FUNCTION MOD (WS-BUS-DAY-INT - 1, 7) + 1
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-BUS-DAY-INT + 1)
               IF WS-NEXT-DATE-X (7:2) = "01"
                   SET WS-MONTH-END TO TRUE
               END-IF
           END-IF.

       SCAN-ORDERS-PARA.
      *    Parcours complet de LOSTORD dans l'ordre des cles.
           MOVE "N" TO WS-SCAN-END-FLAG
           MOVE LOW-VALUES TO ORD-KEY
           START ORDER-FILE KEY IS NOT LESS THAN ORD-KEY
               INVALID KEY
                   SET WS-SCAN-ENDED TO TRUE
           END-START
           PERFORM PROCESS-ORDER-PARA
               UNTIL WS-SCAN-ENDED
               OR WS-DECK-FAILED.

       PROCESS-ORDER-PARA.
           READ ORDER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-ENDED TO TRUE
               NOT AT END
                   IF WS-PASS-CARRIED
                       ADD 1 TO WS-ORDER-COUNT
                       PERFORM REWIND-ORDER-PARA
                       PERFORM CARRIED-ORDER-PARA
                   ELSE
                       PERFORM DUE-ORDER-PARA
                   END-IF
           END-READ.

       REWIND-ORDER-PARA.
      *    Une relance pour une date metier deja traitee repart
      *    de l'etat du report d'avant ce traitement : le paquet
      *    reconstruit est le meme (la reprise de LOST sur son
      *    checkpoint en depend). Sinon on memorise cet etat.
           IF ORD-BUILD-DATE = WS-BUS-DATE
               MOVE ORD-PRIOR-CARRY-COUNT TO ORD-CARRY-COUNT
               MOVE ORD-PRIOR-CARRY-DATE TO ORD-CARRY-DATE
           ELSE
               MOVE ORD-CARRY-COUNT TO ORD-PRIOR-CARRY-COUNT
               MOVE ORD-CARRY-DATE TO ORD-PRIOR-CARRY-DATE
               MOVE WS-BUS-DATE TO ORD-BUILD-DATE
           END-IF.

       CARRIED-ORDER-PARA.
      *    Passe 1 : les occurrences reportees des paquets
      *    precedents passent avant les ordres du jour, autant
      *    que le plafond le permet. Un ordre devenu invalide
      *    (serie retiree...) garde son report : rien ne se perd
      *    sans qu'une carte de maintenance le decide.
           IF ORD-CARRY-COUNT > 0
               PERFORM CHECK-ORDER-PARA
               IF WS-ORDER-INVALID
                   MOVE "ATTENTE" TO WS-LIST-STATUS
                   PERFORM PRINT-ORDER-PARA
                   ADD 1 TO WS-WAITING-COUNT
               ELSE
                   PERFORM CATCH-UP-PARA
                       UNTIL ORD-CARRY-COUNT = 0
                       OR WS-DECK-COUNT >= WS-DECK-CAPACITY
                       OR WS-DECK-FAILED
                   IF ORD-CARRY-COUNT = 0
                       MOVE SPACES TO ORD-CARRY-DATE
                   ELSE
                       MOVE "REPORTE" TO WS-LIST-STATUS
                       MOVE SPACES TO WS-REASON
                       STRING "plafond : " DELIMITED BY SIZE
                              ORD-CARRY-COUNT DELIMITED BY SIZE
                              " en attente depuis " DELIMITED BY SIZE
                              ORD-CARRY-DATE DELIMITED BY SIZE
                           INTO WS-REASON
                       PERFORM PRINT-ORDER-PARA
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
               END-IF
           END-IF
           REWRITE ORD-RECORD
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "Erreur REWRITE LOSTORD (statut "
                   WS-ORDER-STATUS ") ordre " ORD-REQUESTER " / '"
                   ORD-SERIES-NAME "'."
           END-IF.

       CATCH-UP-PARA.
           PERFORM WRITE-CARD-PARA
           IF NOT WS-DECK-FAILED
               MOVE "RATTRAPE" TO WS-LIST-STATUS
               MOVE SPACES TO WS-REASON
               STRING "occurrence reportee du " DELIMITED BY SIZE
                      ORD-CARRY-DATE DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM PRINT-ORDER-PARA
               ADD 1 TO WS-CAUGHT-UP-COUNT
               SUBTRACT 1 FROM ORD-CARRY-COUNT
           END-IF.

       DUE-ORDER-PARA.
      *    Passe 2 : ordres echus a la date metier. Celui qui ne
      *    tient plus sous le plafond est reporte (compte et date
      *    de la plus ancienne occurrence), pas abandonne.
           PERFORM TEST-DUE-PARA
           IF WS-ORDER-DUE
               PERFORM CHECK-ORDER-PARA
               IF WS-ORDER-INVALID
                   MOVE "IGNORE" TO WS-LIST-STATUS
                   PERFORM PRINT-ORDER-PARA
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   IF WS-DECK-COUNT < WS-DECK-CAPACITY
                       PERFORM SCHEDULE-ORDER-PARA
                   ELSE
                       ADD 1 TO ORD-CARRY-COUNT
                       IF ORD-CARRY-DATE = SPACES
                           MOVE WS-BUS-DATE TO ORD-CARRY-DATE
                       END-IF
                       REWRITE ORD-RECORD
                       IF WS-ORDER-STATUS NOT = "00"
                           DISPLAY "Erreur REWRITE LOSTORD (statut "
                               WS-ORDER-STATUS ") ordre "
                               ORD-REQUESTER " / '" ORD-SERIES-NAME
                               "' - report non enregistre."
                       END-IF
                       MOVE "REPORTE" TO WS-LIST-STATUS
                       MOVE SPACES TO WS-REASON
                       STRING "plafond : " DELIMITED BY SIZE
                              ORD-CARRY-COUNT DELIMITED BY SIZE
                              " en attente depuis " DELIMITED BY SIZE
                              ORD-CARRY-DATE DELIMITED BY SIZE
                           INTO WS-REASON
                       PERFORM PRINT-ORDER-PARA
                       ADD 1 TO WS-CARRIED-COUNT
                   END-IF
               END-IF
           END-IF.

       SCHEDULE-ORDER-PARA.
           PERFORM WRITE-CARD-PARA
           IF NOT WS-DECK-FAILED
               MOVE "PROGRAMME" TO WS-LIST-STATUS
               MOVE SPACES TO WS-REASON
               STRING "frequence " DELIMITED BY SIZE
                      ORD-FREQUENCY DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM PRINT-ORDER-PARA
               ADD 1 TO WS-SCHEDULED-COUNT
           END-IF.

       TEST-DUE-PARA.
           MOVE "N" TO WS-DUE-FLAG
           IF WS-BUS-DATE >= ORD-START-DATE
                   AND (ORD-STOP-DATE = SPACES
                        OR WS-BUS-DATE <= ORD-STOP-DATE)
               EVALUATE TRUE
                   WHEN ORD-FREQ-DAILY
                       SET WS-ORDER-DUE TO TRUE
                   WHEN ORD-FREQ-WEEKLY
                       IF ORD-WEEKDAY = WS-BUS-WEEKDAY
                           SET WS-ORDER-DUE TO TRUE
                       END-IF
                   WHEN ORD-FREQ-MONTH-END
                       IF WS-MONTH-END
                           SET WS-ORDER-DUE TO TRUE
                       END-IF
                   WHEN ORD-FREQ-ONE-OFF
                       IF ORD-ONE-OFF-DATE = WS-BUS-DATE
                           SET WS-ORDER-DUE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-ORDER-PARA.
      *    L'ordre doit donner une carte que LOST acceptera : serie
      *    active au catalogue, type connu, parametre non nul pour
      *    'G'/'S' (valeurs de l'ordre, a defaut du catalogue),
      *    nombre de termes et graines numeriques. La carte est
      *    construite au passage dans WS-CARD.
           SET WS-ORDER-VALID TO TRUE
           MOVE SPACES TO WS-REASON
           MOVE ORD-SERIES-NAME TO CAT-SERIES-NAME
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "serie absente du catalogue LOSTCAT"
                       TO WS-REASON
                   SET WS-ORDER-INVALID TO TRUE
               NOT INVALID KEY
                   IF CAT-STATUS-RETIRED
                       MOVE "serie retiree du catalogue LOSTCAT"
                           TO WS-REASON
                       SET WS-ORDER-INVALID TO TRUE
                   END-IF
           END-READ
           IF WS-ORDER-VALID
               MOVE CAT-SERIES-TYPE TO WS-EFF-TYPE
               MOVE CAT-SERIES-PARM TO WS-EFF-PARM
               IF ORD-SERIES-TYPE NOT = SPACE
                   MOVE ORD-SERIES-TYPE TO WS-EFF-TYPE
               END-IF
               IF ORD-SERIES-PARM NOT = SPACES
                   MOVE ORD-SERIES-PARM TO WS-PARM-TEXT
                   PERFORM PARSE-PARM-PARA
                   IF WS-PARM-OK
                       MOVE WS-PARM-VALUE TO WS-EFF-PARM
                   ELSE
                       MOVE "parametre de l'ordre illisible"
                           TO WS-REASON
                       SET WS-ORDER-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ORDER-INVALID
                   CONTINUE
               WHEN NOT WS-EFF-TYPE-KNOWN
                   MOVE "type de suite invalide" TO WS-REASON
                   SET WS-ORDER-INVALID TO TRUE
               WHEN WS-EFF-TYPE-NEEDS-PARM AND WS-EFF-PARM = 0
                   MOVE "parametre nul pour le type G ou S"
                       TO WS-REASON
                   SET WS-ORDER-INVALID TO TRUE
               WHEN ORD-TERMS IS NOT NUMERIC OR ORD-TERMS = 0
                   MOVE "nombre de termes nul ou invalide"
                       TO WS-REASON
                   SET WS-ORDER-INVALID TO TRUE
               WHEN ORD-SEED-B NOT = SPACES
                       AND ORD-SEED-B IS NOT NUMERIC
                   MOVE "graine 1 non numerique" TO WS-REASON
                   SET WS-ORDER-INVALID TO TRUE
               WHEN ORD-SEED-O NOT = SPACES
                       AND ORD-SEED-O IS NOT NUMERIC
                   MOVE "graine 2 non numerique" TO WS-REASON
                   SET WS-ORDER-INVALID TO TRUE
               WHEN OTHER
                   PERFORM BUILD-CARD-PARA
           END-EVALUATE.

       BUILD-CARD-PARA.
      *    Carte a mots-cles : seuls les champs renseignes sur
      *    l'ordre y figurent, les autres restent au defaut du
      *    catalogue. NAME= n'admet pas de blanc et la carte
      *    s'arrete a 80 colonnes : dans ces deux cas on se
      *    rabat sur le format positionnel, possible tant que le
      *    parametre tient dans ses 5 colonnes.
           MOVE 0 TO WS-NAME-LEN
           INSPECT FUNCTION REVERSE (ORD-SERIES-NAME)
               TALLYING WS-NAME-LEN FOR LEADING SPACE
           COMPUTE WS-NAME-LEN = 20 - WS-NAME-LEN
           MOVE 0 TO WS-NAME-BLANKS
           INSPECT ORD-SERIES-NAME (1:WS-NAME-LEN)
               TALLYING WS-NAME-BLANKS FOR ALL SPACE
           MOVE "N" TO WS-CARD-OVF-FLAG
           MOVE SPACES TO WS-CARD-IMAGE
           MOVE 1 TO WS-CARD-PTR
           STRING "TERMS=" DELIMITED BY SIZE
                  ORD-TERMS DELIMITED BY SIZE
                  " NAME=" DELIMITED BY SIZE
                  ORD-SERIES-NAME (1:WS-NAME-LEN) DELIMITED BY SIZE
                  " REQ=" DELIMITED BY SIZE
                  ORD-REQUESTER DELIMITED BY SPACE
               INTO WS-CARD-IMAGE
               WITH POINTER WS-CARD-PTR
               ON OVERFLOW
                   SET WS-CARD-OVERFLOW TO TRUE
           END-STRING
           IF ORD-SERIES-TYPE NOT = SPACE
               STRING " TYPE=" DELIMITED BY SIZE
                      ORD-SERIES-TYPE DELIMITED BY SIZE
                   INTO WS-CARD-IMAGE
                   WITH POINTER WS-CARD-PTR
                   ON OVERFLOW
                       SET WS-CARD-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF ORD-SERIES-PARM NOT = SPACES
               STRING " PARM=" DELIMITED BY SIZE
                      ORD-SERIES-PARM DELIMITED BY SPACE
                   INTO WS-CARD-IMAGE
                   WITH POINTER WS-CARD-PTR
                   ON OVERFLOW
                       SET WS-CARD-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF ORD-SEED-B NOT = SPACES
               STRING " SEEDB=" DELIMITED BY SIZE
                      ORD-SEED-B DELIMITED BY SIZE
                   INTO WS-CARD-IMAGE
                   WITH POINTER WS-CARD-PTR
                   ON OVERFLOW
                       SET WS-CARD-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF ORD-SEED-O NOT = SPACES
               STRING " SEEDO=" DELIMITED BY SIZE
                      ORD-SEED-O DELIMITED BY SIZE
                   INTO WS-CARD-IMAGE
                   WITH POINTER WS-CARD-PTR
                   ON OVERFLOW
                       SET WS-CARD-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF ORD-RECONCILE-FLAG = "Y"
               STRING " RECON=Y" DELIMITED BY SIZE
                   INTO WS-CARD-IMAGE
                   WITH POINTER WS-CARD-PTR
                   ON OVERFLOW
                       SET WS-CARD-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF WS-CARD-OVERFLOW OR WS-NAME-BLANKS > 0
               IF ORD-SERIES-PARM (6:3) NOT = SPACES
                   MOVE "carte impossible : parametre trop large"
                       TO WS-REASON
                   SET WS-ORDER-INVALID TO TRUE
               ELSE
                   MOVE SPACES TO WS-CARD-IMAGE
                   MOVE ORD-TERMS TO WS-CRD-MAX-NBR
                   MOVE ORD-SEED-B TO WS-CRD-SEED-B
                   MOVE ORD-SEED-O TO WS-CRD-SEED-O
                   MOVE ORD-SERIES-NAME TO WS-CRD-SERIES-NAME
                   IF ORD-RECONCILE-FLAG = "Y"
                       MOVE "Y" TO WS-CRD-RECONCILE-FLAG
                   END-IF
                   MOVE ORD-SERIES-TYPE TO WS-CRD-SERIES-TYPE
                   MOVE ORD-SERIES-PARM (1:5) TO WS-CRD-SERIES-PARM
                   MOVE ORD-REQUESTER TO WS-CRD-REQUESTER
               END-IF
           END-IF.

       WRITE-CARD-PARA.
           MOVE WS-CARD-IMAGE TO CTL-CARD-IMAGE
           WRITE CTL-RECORD
           IF WS-DECK-STATUS = "00"
               ADD 1 TO WS-DECK-COUNT
           ELSE
               DISPLAY "Erreur WRITE LOSTDECK (statut "
                   WS-DECK-STATUS ") ordre " ORD-REQUESTER " / '"
                   ORD-SERIES-NAME "' - paquet abandonne."
               SET WS-DECK-FAILED TO TRUE
           END-IF.

       PRINT-ORDER-PARA.
           MOVE SPACES TO RPT-LINE
           STRING WS-LIST-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-REQUESTER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ORD-SERIES-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-LIST-STATUS = "PROGRAMME"
                   OR WS-LIST-STATUS = "RATTRAPE"
               MOVE WS-CARD-IMAGE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       PRINT-HEADER-PARA.
           MOVE "Construction du paquet LOSTJOB (ordres permanents)"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Date metier: " DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  "  Jour: " DELIMITED BY SIZE
                  WS-BUS-WEEKDAY DELIMITED BY SIZE
                  "  Fin de mois: " DELIMITED BY SIZE
                  WS-MONTH-END-FLAG DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Date d'execution: " DELIMITED BY SIZE
                  WS-CDT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Plafond: " DELIMITED BY SIZE
                  WS-DECK-LIMIT DELIMITED BY SIZE
                  "  Reserve manuelle: " DELIMITED BY SIZE
                  WS-RESERVE DELIMITED BY SIZE
                  "  Capacite du paquet: " DELIMITED BY SIZE
                  WS-DECK-CAPACITY DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Statut    Demand.  Serie                Detail"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE "--------- -------- -------------------- ------"
               TO RPT-LINE
           WRITE RPT-LINE.

       PRINT-TRAILER-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Ordres lus : " DELIMITED BY SIZE
                  WS-ORDER-COUNT DELIMITED BY SIZE
                  "  Cartes au paquet : " DELIMITED BY SIZE
                  WS-DECK-COUNT DELIMITED BY SIZE
                  " (dont rattrapages : " DELIMITED BY SIZE
                  WS-CAUGHT-UP-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Reportes : " DELIMITED BY SIZE
                  WS-CARRIED-COUNT DELIMITED BY SIZE
                  "  Toujours en attente : " DELIMITED BY SIZE
                  WS-WAITING-COUNT DELIMITED BY SIZE
                  "  Ignores : " DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       PARSE-PARM-PARA.
      *    Parametre de suite en clair dans WS-PARM-TEXT : signe
      *    en tete facultatif, au plus 5 chiffres entiers, un
      *    point decimal et au plus 2 decimales (meme analyse que
      *    READ-CONTROL-PARA de LOST). Leve WS-PARM-OK.
           MOVE "N" TO WS-PARM-OK-FLAG
           MOVE "N" TO WS-PP-DOT-FLAG
           MOVE "N" TO WS-PP-NEG-FLAG
           MOVE "N" TO WS-PP-SIGN-FLAG
           MOVE "N" TO WS-PP-END-FLAG
           MOVE "N" TO WS-PP-ERR-FLAG
           MOVE 0 TO WS-PP-INT
           MOVE 0 TO WS-PP-DEC
           MOVE 0 TO WS-PP-INT-CNT
           MOVE 0 TO WS-PP-DEC-CNT
           PERFORM PARSE-PARM-CHAR-PARA
               VARYING WS-PP-IX FROM 1 BY 1
               UNTIL WS-PP-IX > 20
               OR WS-PP-ERROR
           IF NOT WS-PP-ERROR
                   AND (WS-PP-INT-CNT > 0 OR WS-PP-DEC-CNT > 0)
               IF WS-PP-DEC-CNT = 1
                   MULTIPLY 10 BY WS-PP-DEC
               END-IF
               COMPUTE WS-PARM-VALUE = WS-PP-INT + WS-PP-DEC / 100
               IF WS-PP-NEGATIVE
                   COMPUTE WS-PARM-VALUE = 0 - WS-PARM-VALUE
               END-IF
               SET WS-PARM-OK TO TRUE
           END-IF.

       PARSE-PARM-CHAR-PARA.
           MOVE WS-PARM-TEXT (WS-PP-IX:1) TO WS-PP-CHAR
           EVALUATE TRUE
               WHEN WS-PP-CHAR = SPACE
                   IF WS-PP-INT-CNT > 0 OR WS-PP-DEC-CNT > 0
                           OR WS-PP-SIGN-SEEN OR WS-PP-DOT-SEEN
                       SET WS-PP-ENDED TO TRUE
                   END-IF
               WHEN WS-PP-ENDED
                   SET WS-PP-ERROR TO TRUE
               WHEN WS-PP-CHAR = "+" OR WS-PP-CHAR = "-"
                   IF WS-PP-SIGN-SEEN OR WS-PP-DOT-SEEN
                           OR WS-PP-INT-CNT > 0
                       SET WS-PP-ERROR TO TRUE
                   ELSE
                       SET WS-PP-SIGN-SEEN TO TRUE
                       IF WS-PP-CHAR = "-"
                           SET WS-PP-NEGATIVE TO TRUE
                       END-IF
                   END-IF
               WHEN WS-PP-CHAR = "."
                   IF WS-PP-DOT-SEEN
                       SET WS-PP-ERROR TO TRUE
                   ELSE
                       SET WS-PP-DOT-SEEN TO TRUE
                   END-IF
               WHEN WS-PP-CHAR IS NUMERIC
                   MOVE WS-PP-CHAR TO WS-PP-DIGIT
                   IF WS-PP-DOT-SEEN
                       IF WS-PP-DEC-CNT >= 2
                           SET WS-PP-ERROR TO TRUE
                       ELSE
                           COMPUTE WS-PP-DEC =
                               WS-PP-DEC * 10 + WS-PP-DIGIT
                           ADD 1 TO WS-PP-DEC-CNT
                       END-IF
                   ELSE
                       IF WS-PP-INT-CNT >= 5
                           SET WS-PP-ERROR TO TRUE
                       ELSE
                           COMPUTE WS-PP-INT =
                               WS-PP-INT * 10 + WS-PP-DIGIT
                           ADD 1 TO WS-PP-INT-CNT
                       END-IF
                   END-IF
               WHEN OTHER
                   SET WS-PP-ERROR TO TRUE
           END-EVALUATE.
