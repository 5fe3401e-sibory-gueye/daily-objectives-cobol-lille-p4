       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostmrg.
      *    Fusion d'une nuit partitionnee : apres LOSTSPLT et les
      *    LOST de chaque partition, reconstitue les sorties d'un
      *    LOST seul sur le paquet entier - LOSTSEQ, LOSTINT,
      *    LOSTLOG, LOSTSTA et LOSTRPT de production - et ecrit
      *    l'entree LOST de LOSTRCT, pour que LOSTINTV, LOSTLOAD
      *    et la suite de la chaine tournent sans changement.
      *    L'ordre de la nuit est celui du manifeste LOSTPTM : les
      *    runs sont repris rang par rang, chacun dans la
      *    partition qui l'a produit. Rien n'est ecrit tant que
      *    tout n'a pas ete controle : chaque partition terminee
      *    apres le decoupage, chaque carte presente dans les
      *    journaux, sequences et blocs d'interface coherents avec
      *    le nombre de termes annonce. Une nuit incomplete est
      *    refusee (RC=12) et peut etre fusionnee plus tard, une
      *    fois la partition fautive relancee. MRGRPT liste le
      *    controle et la fusion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "LOSTPTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT PART-SEQ-01 ASSIGN TO "LOSTS01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SEQ-STATUS.

           SELECT PART-SEQ-02 ASSIGN TO "LOSTS02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SEQ-STATUS.

           SELECT PART-SEQ-03 ASSIGN TO "LOSTS03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SEQ-STATUS.

           SELECT PART-SEQ-04 ASSIGN TO "LOSTS04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SEQ-STATUS.

           SELECT PART-SEQ-05 ASSIGN TO "LOSTS05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SEQ-STATUS.

           SELECT PART-SEQ-06 ASSIGN TO "LOSTS06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-SEQ-STATUS.

           SELECT PART-INT-01 ASSIGN TO "LOSTI01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-INT-STATUS.

           SELECT PART-INT-02 ASSIGN TO "LOSTI02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-INT-STATUS.

           SELECT PART-INT-03 ASSIGN TO "LOSTI03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-INT-STATUS.

           SELECT PART-INT-04 ASSIGN TO "LOSTI04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-INT-STATUS.

           SELECT PART-INT-05 ASSIGN TO "LOSTI05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-INT-STATUS.

           SELECT PART-INT-06 ASSIGN TO "LOSTI06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-INT-STATUS.

           SELECT PART-LOG-FILE ASSIGN TO "LOSTLGP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-LOG-STATUS.

           SELECT PART-STA-FILE ASSIGN TO "LOSTSTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STA-STATUS.

           SELECT PART-RPT-FILE ASSIGN TO "LOSTRPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-RPT-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO "LOSTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "LOSTINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "LOSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STATS-FILE ASSIGN TO "LOSTSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LOSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-REPORT-STATUS.

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
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTPTM.

       FD  PART-SEQ-01
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==S01-RECORD==
                              LEADING ==SEQ-== BY ==S01-==.

       FD  PART-SEQ-02
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==S02-RECORD==
                              LEADING ==SEQ-== BY ==S02-==.

       FD  PART-SEQ-03
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==S03-RECORD==
                              LEADING ==SEQ-== BY ==S03-==.

       FD  PART-SEQ-04
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==S04-RECORD==
                              LEADING ==SEQ-== BY ==S04-==.

       FD  PART-SEQ-05
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==S05-RECORD==
                              LEADING ==SEQ-== BY ==S05-==.

       FD  PART-SEQ-06
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==S06-RECORD==
                              LEADING ==SEQ-== BY ==S06-==.

       FD  PART-INT-01
           LABEL RECORDS ARE STANDARD.
       COPY LOSTINT REPLACING ==INT-RECORD== BY ==I01-RECORD==.

       FD  PART-INT-02
           LABEL RECORDS ARE STANDARD.
       COPY LOSTINT REPLACING ==INT-RECORD== BY ==I02-RECORD==.

       FD  PART-INT-03
           LABEL RECORDS ARE STANDARD.
       COPY LOSTINT REPLACING ==INT-RECORD== BY ==I03-RECORD==.

       FD  PART-INT-04
           LABEL RECORDS ARE STANDARD.
       COPY LOSTINT REPLACING ==INT-RECORD== BY ==I04-RECORD==.

       FD  PART-INT-05
           LABEL RECORDS ARE STANDARD.
       COPY LOSTINT REPLACING ==INT-RECORD== BY ==I05-RECORD==.

       FD  PART-INT-06
           LABEL RECORDS ARE STANDARD.
       COPY LOSTINT REPLACING ==INT-RECORD== BY ==I06-RECORD==.

       FD  PART-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTLOG REPLACING ==AUDIT-RECORD== BY ==PLG-RECORD==
                              LEADING ==AUD-== BY ==PLG-==.

       FD  PART-STA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSTA REPLACING ==STA-RECORD== BY ==PST-RECORD==
                              LEADING ==STA-== BY ==PST-==.

       FD  PART-RPT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==RPP-LINE==.

       FD  SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ.

       FD  INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTINT.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTLOG.

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSTA.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.

       FD  MERGE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==MRG-LINE==.

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTBDT.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRCT.

       WORKING-STORAGE SECTION.
       77  WS-MANIFEST-STATUS      PIC XX     VALUE SPACES.
       77  WS-PART-SEQ-STATUS      PIC XX     VALUE SPACES.
       77  WS-PART-INT-STATUS      PIC XX     VALUE SPACES.
       77  WS-PART-LOG-STATUS      PIC XX     VALUE SPACES.
       77  WS-PART-STA-STATUS      PIC XX     VALUE SPACES.
       77  WS-PART-RPT-STATUS      PIC XX     VALUE SPACES.
       77  WS-SEQUENCE-STATUS      PIC XX     VALUE SPACES.
       77  WS-INTERFACE-STATUS     PIC XX     VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX     VALUE SPACES.
       77  WS-STATS-STATUS         PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-MERGE-REPORT-STATUS  PIC XX     VALUE SPACES.
       77  WS-MRG-FLAG             PIC X      VALUE "Y".
           88  WS-MRG-VALID                   VALUE "Y".
           88  WS-MRG-REFUSED                 VALUE "N".
       77  WS-MRG-REASON           PIC X(60)  VALUE SPACES.
       77  WS-MRG-RC               PIC 9(03)  VALUE 0.
       77  WS-WRITE-FLAG           PIC X      VALUE "Y".
           88  WS-WRITE-OK                    VALUE "Y".
           88  WS-WRITE-FAILED                VALUE "N".
       77  WS-SCAN-END-FLAG        PIC X      VALUE "N".
           88  WS-SCAN-ENDED                  VALUE "Y".
      *    Manifeste du decoupage : estampille de base, nombre de
      *    partitions et de cartes.
       77  WS-PART-LIMIT           PIC 9(02)  VALUE 6.
       77  WS-DECK-LIMIT           PIC 9(03)  VALUE 594.
       77  WS-PART-COUNT           PIC 9(02)  VALUE 0.
       77  WS-CARD-COUNT           PIC 9(04)  VALUE 0.
       77  WS-PLINE-COUNT          PIC 9(02)  VALUE 0.
       77  WS-CLINE-COUNT          PIC 9(04)  VALUE 0.
       77  WS-BASE-STAMP           PIC X(12)  VALUE SPACES.
      *    Une ligne par partition : manifeste, compte rendu de son
      *    LOST dans LOSTRCT, enregistrement courant de ses
      *    fichiers pendant la fusion.
       01  WS-PART-TABLE.
           05  WS-MPT-ENTRY OCCURS 6 TIMES.
               10  WS-MPT-CARDS          PIC 9(03).
               10  WS-MPT-CLINES         PIC 9(03).
               10  WS-MPT-FIRST-RANK     PIC 9(04).
               10  WS-MPT-LAST-RANK      PIC 9(04).
               10  WS-MPT-RCT-STATUS     PIC X(01).
               10  WS-MPT-RC             PIC 9(03).
               10  WS-MPT-SEQ-COUNT      PIC 9(07).
               10  WS-MPT-INT-COUNT      PIC 9(07).
               10  WS-MPT-SEQ-EOF-FLAG   PIC X(01).
                   88  WS-MPT-SEQ-EOF              VALUE "Y".
               10  WS-MPT-INT-EOF-FLAG   PIC X(01).
                   88  WS-MPT-INT-EOF              VALUE "Y".
               10  WS-MPT-SEQ-BUF        PIC X(60).
               10  WS-MPT-INT-BUF        PIC X(80).
       77  WS-PX                   PIC 9(02)  VALUE 0.
       77  WS-RCT-PART-STEP        PIC X(08)  VALUE SPACES.
      *    Une ligne par carte du paquet, indicee par le rang :
      *    partition proprietaire, termes trouves dans LOSTSEQ et
      *    LOSTINT, derniere ligne de journal et de statistiques.
       01  WS-RANK-TABLE.
           05  WS-RNK-ENTRY OCCURS 594 TIMES.
               10  WS-RNK-PARTITION      PIC 9(02).
               10  WS-RNK-SEQ-COUNT      PIC 9(05).
               10  WS-RNK-INT-COUNT      PIC 9(05).
               10  WS-RNK-LOG-FLAG       PIC X(01).
                   88  WS-RNK-LOG-FOUND            VALUE "Y".
               10  WS-RNK-LOG-IMAGE      PIC X(55).
               10  WS-RNK-STA-FLAG       PIC X(01).
                   88  WS-RNK-STA-FOUND            VALUE "Y".
               10  WS-RNK-STA-IMAGE      PIC X(145).
       77  WS-RNK-IX               PIC 9(04)  VALUE 0.
       77  WS-PREV-RANK            PIC 9(04)  VALUE 0.
       77  WS-LOG-IGNORED          PIC 9(07)  VALUE 0.
       77  WS-STA-IGNORED          PIC 9(07)  VALUE 0.
       77  WS-PRODUCED-TOTAL       PIC 9(07)  VALUE 0.
       77  WS-SEQ-WRITTEN          PIC 9(07)  VALUE 0.
       77  WS-INT-WRITTEN          PIC 9(07)  VALUE 0.
       77  WS-RPT-WRITTEN          PIC 9(07)  VALUE 0.
      *    Identifiant de run d'une sortie de partition : il doit
      *    porter l'estampille de la nuit et un rang du paquet.
       01  WS-RID-WORK.
           05  WS-RID-BASE         PIC X(12).
           05  WS-RID-RANK         PIC X(04).
           05  WS-RID-RANK-NBR REDEFINES WS-RID-RANK
                                   PIC 9(04).
       77  WS-RID-FLAG             PIC X      VALUE "N".
           88  WS-RID-OK                      VALUE "Y".
       01  WS-CUR-RANK-AREA.
           05  WS-CUR-RANK         PIC 9(04).
      *    Bloc d'interface en cours de controle ou de copie.
       77  WS-BLOCK-FLAG           PIC X      VALUE "N".
           88  WS-BLOCK-OPEN                  VALUE "Y".
           88  WS-BLOCK-CLOSED                VALUE "N".
       77  WS-BLOCK-RANK           PIC 9(04)  VALUE 0.
       77  WS-BLOCK-D-COUNT        PIC 9(05)  VALUE 0.
       COPY LOSTLOG REPLACING ==AUDIT-RECORD== BY ==WLG-RECORD==
                              LEADING ==AUD-== BY ==WLG-==.
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
      *    La fusion tient lieu de LOST pour la nuit : meme entree
      *    LOSTRCT, meme refus d'une journee deja close sans carte
      *    RERUN=Y, meme cloture jusqu'a RC=8 ; son predecesseur
      *    est le decoupage.
           MOVE "LOST" TO WS-RCT-STEP
           MOVE "LOSTSPLT" TO WS-RCT-PREDECESSOR
           MOVE "X" TO WS-RCT-CLOSED-ACTION
           MOVE 8 TO WS-RCT-CLOSE-RC
           PERFORM RCT-START-PARA
           IF WS-RCT-RUN-STEP
               PERFORM MERGE-NIGHT-PARA
               PERFORM RCT-END-PARA
           END-IF.
           STOP RUN.

       MERGE-NIGHT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET WS-MRG-VALID TO TRUE
           MOVE 0 TO WS-MRG-RC
           PERFORM READ-MANIFEST-PARA
           IF WS-MRG-VALID
               PERFORM CHECK-PARTITIONS-PARA
           END-IF
           IF WS-MRG-VALID
               PERFORM LOAD-LOGS-PARA
           END-IF
           IF WS-MRG-VALID
               PERFORM LOAD-STATS-PARA
           END-IF
           IF WS-MRG-VALID
               PERFORM CHECK-SEQUENCES-PARA
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-COUNT OR WS-MRG-REFUSED
           END-IF
           IF WS-MRG-VALID
               PERFORM CHECK-INTERFACES-PARA
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-COUNT OR WS-MRG-REFUSED
           END-IF
           IF WS-MRG-VALID
               PERFORM CHECK-RANKS-PARA
           END-IF
           IF WS-MRG-VALID
               PERFORM WRITE-MERGED-PARA
           END-IF
           IF WS-MRG-REFUSED
               DISPLAY "Fusion du " WS-RCT-BUS-DATE " refusee : "
                   WS-MRG-REASON
               MOVE 12 TO WS-MRG-RC
           ELSE
               MOVE WS-CARD-COUNT TO WS-RCT-READ-COUNT
               MOVE WS-PRODUCED-TOTAL TO WS-RCT-WRITTEN-COUNT
               DISPLAY "Fusion du " WS-RCT-BUS-DATE " : "
                   WS-CARD-COUNT " carte(s) de " WS-PART-COUNT
                   " partition(s), " WS-PRODUCED-TOTAL
                   " terme(s), RC " WS-MRG-RC "."
           END-IF
           PERFORM PRINT-MERGE-REPORT-PARA
           MOVE WS-MRG-RC TO RETURN-CODE.

       READ-MANIFEST-PARA.
      *    Manifeste de la nuit : en-tete a la date d'exploitation,
      *    une ligne P par partition, une ligne C par carte dans
      *    l'ordre des rangs.
           MOVE 0 TO WS-PLINE-COUNT
           MOVE 0 TO WS-CLINE-COUNT
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-LIMIT
               MOVE 0 TO WS-MPT-CARDS (WS-PX)
               MOVE 0 TO WS-MPT-CLINES (WS-PX)
               MOVE 0 TO WS-MPT-FIRST-RANK (WS-PX)
               MOVE 0 TO WS-MPT-LAST-RANK (WS-PX)
               MOVE SPACE TO WS-MPT-RCT-STATUS (WS-PX)
               MOVE 0 TO WS-MPT-RC (WS-PX)
               MOVE 0 TO WS-MPT-SEQ-COUNT (WS-PX)
               MOVE 0 TO WS-MPT-INT-COUNT (WS-PX)
           END-PERFORM
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "manifeste LOSTPTM introuvable ou illisible."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               READ MANIFEST-FILE
                   AT END
                       MOVE SPACES TO PTM-RECORD
               END-READ
               EVALUATE TRUE
                   WHEN NOT PTM-HEADER
                       MOVE "manifeste LOSTPTM sans en-tete."
                           TO WS-MRG-REASON
                       SET WS-MRG-REFUSED TO TRUE
                   WHEN PTM-BUS-DATE NOT = WS-RCT-BUS-DATE
                       MOVE "manifeste LOSTPTM d'une autre journee."
                           TO WS-MRG-REASON
                       SET WS-MRG-REFUSED TO TRUE
                   WHEN PTM-PART-COUNT IS NOT NUMERIC
                           OR PTM-PART-COUNT = 0
                           OR PTM-PART-COUNT > WS-PART-LIMIT
                           OR PTM-CARD-COUNT IS NOT NUMERIC
                           OR PTM-CARD-COUNT = 0
                           OR PTM-CARD-COUNT > WS-DECK-LIMIT
                       MOVE "en-tete LOSTPTM invalide."
                           TO WS-MRG-REASON
                       SET WS-MRG-REFUSED TO TRUE
                   WHEN OTHER
                       MOVE PTM-BASE-STAMP TO WS-BASE-STAMP
                       MOVE PTM-PART-COUNT TO WS-PART-COUNT
                       MOVE PTM-CARD-COUNT TO WS-CARD-COUNT
                       MOVE "N" TO WS-SCAN-END-FLAG
                       PERFORM READ-MANIFEST-LINE-PARA
                           UNTIL WS-SCAN-ENDED OR WS-MRG-REFUSED
               END-EVALUATE
               CLOSE MANIFEST-FILE
           END-IF
           IF WS-MRG-VALID
               IF WS-PLINE-COUNT NOT = WS-PART-COUNT
                       OR WS-CLINE-COUNT NOT = WS-CARD-COUNT
                   MOVE "manifeste LOSTPTM incomplet."
                       TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
               END-IF
           END-IF
           IF WS-MRG-VALID
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PART-COUNT
                   IF WS-MPT-CLINES (WS-PX) NOT = WS-MPT-CARDS (WS-PX)
                       MOVE "cartes LOSTPTM et partitions en ecart."
                           TO WS-MRG-REASON
                       SET WS-MRG-REFUSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       READ-MANIFEST-LINE-PARA.
           READ MANIFEST-FILE
               AT END
                   SET WS-SCAN-ENDED TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PTM-PARTITION-LINE
                           PERFORM STORE-PARTITION-LINE-PARA
                       WHEN PTM-CARD-LINE
                           PERFORM STORE-CARD-LINE-PARA
                       WHEN OTHER
                           MOVE "ligne LOSTPTM de type inconnu."
                               TO WS-MRG-REASON
                           SET WS-MRG-REFUSED TO TRUE
                   END-EVALUATE
           END-READ.

       STORE-PARTITION-LINE-PARA.
           IF PTM-P-PARTITION IS NOT NUMERIC
                   OR PTM-P-PARTITION = 0
                   OR PTM-P-PARTITION > WS-PART-COUNT
                   OR PTM-P-CARD-COUNT IS NOT NUMERIC
               MOVE "ligne de partition LOSTPTM invalide."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               ADD 1 TO WS-PLINE-COUNT
               MOVE PTM-P-PARTITION TO WS-PX
               MOVE PTM-P-CARD-COUNT TO WS-MPT-CARDS (WS-PX)
               MOVE PTM-P-FIRST-RANK TO WS-MPT-FIRST-RANK (WS-PX)
               MOVE PTM-P-LAST-RANK TO WS-MPT-LAST-RANK (WS-PX)
           END-IF.

       STORE-CARD-LINE-PARA.
           ADD 1 TO WS-CLINE-COUNT
           IF WS-CLINE-COUNT > WS-CARD-COUNT
                   OR PTM-C-RANK IS NOT NUMERIC
                   OR PTM-C-RANK NOT = WS-CLINE-COUNT
                   OR PTM-C-PARTITION IS NOT NUMERIC
                   OR PTM-C-PARTITION = 0
                   OR PTM-C-PARTITION > WS-PART-COUNT
               MOVE "ligne de carte LOSTPTM invalide ou hors rang."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               MOVE WS-CLINE-COUNT TO WS-RNK-IX
               MOVE PTM-C-PARTITION TO WS-RNK-PARTITION (WS-RNK-IX)
               MOVE 0 TO WS-RNK-SEQ-COUNT (WS-RNK-IX)
               MOVE 0 TO WS-RNK-INT-COUNT (WS-RNK-IX)
               MOVE "N" TO WS-RNK-LOG-FLAG (WS-RNK-IX)
               MOVE "N" TO WS-RNK-STA-FLAG (WS-RNK-IX)
               ADD 1 TO WS-MPT-CLINES (PTM-C-PARTITION)
           END-IF.

       CHECK-PARTITIONS-PARA.
      *    Chaque partition doit avoir son compte rendu LOSTPnn
      *    pour la date, termine apres la fin du decoupage avec
      *    au plus RC=8 (cartes rejetees) : une partition absente,
      *    encore active, en debordement (RC=16), en ecart de
      *    rapprochement (RC=20) ou qui a refuse son paquet (RC=12)
      *    bloque la fusion (RC=12). Le RC de la nuit est le pire
      *    des partitions.
           IF NOT WS-RCT-IN-USE
               MOVE "LOSTRCT inutilisable, partitions non verifiables."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               OPEN INPUT RUNCTL-FILE
               IF WS-RUNCTL-STATUS NOT = "00"
                   MOVE "LOSTRCT illisible, partitions non verifiees."
                       TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
               ELSE
                   PERFORM CHECK-ONE-PARTITION-PARA
                       VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PART-COUNT
                   CLOSE RUNCTL-FILE
               END-IF
           END-IF.

       CHECK-ONE-PARTITION-PARA.
           MOVE SPACES TO WS-RCT-PART-STEP
           STRING "LOSTP" DELIMITED BY SIZE
                  WS-PX DELIMITED BY SIZE
               INTO WS-RCT-PART-STEP
           MOVE WS-RCT-BUS-DATE TO RCT-BUS-DATE
           MOVE WS-RCT-PART-STEP TO RCT-STEP
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE "-" TO WS-MPT-RCT-STATUS (WS-PX)
                   DISPLAY WS-RCT-PART-STEP " pas execute pour le "
                       WS-RCT-BUS-DATE "."
                   MOVE "partition non executee." TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE RCT-STATUS TO WS-MPT-RCT-STATUS (WS-PX)
                   MOVE RCT-RETURN-CODE TO WS-MPT-RC (WS-PX)
                   EVALUATE TRUE
                       WHEN RCT-STATUS-ACTIVE
                           DISPLAY WS-RCT-PART-STEP " active ou "
                               "interrompue (debut " RCT-START-DATE
                               " " RCT-START-TIME ")."
                           MOVE "partition active ou interrompue."
                               TO WS-MRG-REASON
                           SET WS-MRG-REFUSED TO TRUE
                       WHEN RCT-END-STAMP < WS-RCT-PRED-END
                           DISPLAY WS-RCT-PART-STEP " terminee avant "
                               "le dernier decoupage (fin "
                               RCT-END-DATE " " RCT-END-TIME ")."
                           MOVE "partition anterieure au decoupage."
                               TO WS-MRG-REASON
                           SET WS-MRG-REFUSED TO TRUE
                       WHEN RCT-RETURN-CODE > 8
                           DISPLAY WS-RCT-PART-STEP " terminee RC "
                               RCT-RETURN-CODE " - au-dela de RC=8, "
                               "fusion refusee."
                           MOVE SPACES TO WS-MRG-REASON
                           STRING "partition " DELIMITED BY SIZE
                                  WS-RCT-PART-STEP DELIMITED BY SPACE
                                  " terminee au-dela de RC=8 (RC "
                                      DELIMITED BY SIZE
                                  RCT-RETURN-CODE DELIMITED BY SIZE
                                  ")." DELIMITED BY SIZE
                               INTO WS-MRG-REASON
                           SET WS-MRG-REFUSED TO TRUE
                       WHEN OTHER
                           IF RCT-RETURN-CODE > WS-MRG-RC
                               MOVE RCT-RETURN-CODE TO WS-MRG-RC
                           END-IF
                   END-EVALUATE
           END-READ.

       CHECK-RUN-ID-PARA.
      *    WS-RID-WORK porte l'estampille de la nuit et un rang du
      *    paquet : rang dans WS-CUR-RANK.
           MOVE "N" TO WS-RID-FLAG
           IF WS-RID-BASE = WS-BASE-STAMP
                   AND WS-RID-RANK IS NUMERIC
               IF WS-RID-RANK-NBR > 0
                       AND WS-RID-RANK-NBR NOT > WS-CARD-COUNT
                   MOVE WS-RID-RANK-NBR TO WS-CUR-RANK
                   SET WS-RID-OK TO TRUE
               END-IF
           END-IF.

       LOAD-LOGS-PARA.
      *    Journaux des partitions (concatenes sur LOSTLGP) : la
      *    derniere ligne d'un rang l'emporte, une ligne d'une autre
      *    nuit est ignoree.
           OPEN INPUT PART-LOG-FILE
           IF WS-PART-LOG-STATUS NOT = "00"
               MOVE "journaux LOSTLGP des partitions illisibles."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               MOVE "N" TO WS-SCAN-END-FLAG
               PERFORM READ-PART-LOG-PARA UNTIL WS-SCAN-ENDED
               CLOSE PART-LOG-FILE
           END-IF.

       READ-PART-LOG-PARA.
           READ PART-LOG-FILE
               AT END
                   SET WS-SCAN-ENDED TO TRUE
               NOT AT END
                   MOVE PLG-RUN-ID TO WS-RID-WORK
                   PERFORM CHECK-RUN-ID-PARA
                   IF WS-RID-OK
                       MOVE PLG-RECORD
                           TO WS-RNK-LOG-IMAGE (WS-CUR-RANK)
                       MOVE "Y" TO WS-RNK-LOG-FLAG (WS-CUR-RANK)
                   ELSE
                       ADD 1 TO WS-LOG-IGNORED
                   END-IF
           END-READ.

       LOAD-STATS-PARA.
      *    Statistiques des partitions (concatenees sur LOSTSTP),
      *    une par sequence produite ; meme regle que les journaux.
           OPEN INPUT PART-STA-FILE
           IF WS-PART-STA-STATUS NOT = "00"
               MOVE "statistiques LOSTSTP des partitions illisibles."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               MOVE "N" TO WS-SCAN-END-FLAG
               PERFORM READ-PART-STA-PARA UNTIL WS-SCAN-ENDED
               CLOSE PART-STA-FILE
           END-IF.

       READ-PART-STA-PARA.
           READ PART-STA-FILE
               AT END
                   SET WS-SCAN-ENDED TO TRUE
               NOT AT END
                   MOVE PST-RUN-ID TO WS-RID-WORK
                   PERFORM CHECK-RUN-ID-PARA
                   IF WS-RID-OK
                       MOVE PST-RECORD
                           TO WS-RNK-STA-IMAGE (WS-CUR-RANK)
                       MOVE "Y" TO WS-RNK-STA-FLAG (WS-CUR-RANK)
                   ELSE
                       ADD 1 TO WS-STA-IGNORED
                   END-IF
           END-READ.

       CHECK-SEQUENCES-PARA.
      *    LOSTSEQ de la partition WS-PX : chaque terme porte un run
      *    de la nuit, propre a la partition, rangs croissants.
           PERFORM OPEN-PART-SEQ-PARA
           IF WS-PART-SEQ-STATUS NOT = "00"
               DISPLAY "LOSTS" WS-PX " illisible (statut "
                   WS-PART-SEQ-STATUS ")."
               MOVE "sequences d'une partition illisibles."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               MOVE 0 TO WS-PREV-RANK
               MOVE "N" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
               PERFORM READ-PART-SEQ-PARA
               PERFORM CHECK-SEQ-RECORD-PARA
                   UNTIL WS-MPT-SEQ-EOF (WS-PX) OR WS-MRG-REFUSED
               PERFORM CLOSE-PART-SEQ-PARA
           END-IF.

       CHECK-SEQ-RECORD-PARA.
           MOVE WS-MPT-SEQ-BUF (WS-PX) (25:16) TO WS-RID-WORK
           PERFORM CHECK-RUN-ID-PARA
           IF NOT WS-RID-OK
               DISPLAY "LOSTS" WS-PX " : run " WS-RID-WORK
                   " etranger a la nuit."
               MOVE "terme d'un run etranger a la nuit."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               IF WS-RNK-PARTITION (WS-CUR-RANK) NOT = WS-PX
                       OR WS-CUR-RANK < WS-PREV-RANK
                   DISPLAY "LOSTS" WS-PX " : run " WS-RID-WORK
                       " hors partition ou hors ordre."
                   MOVE "terme hors partition ou hors ordre."
                       TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
               ELSE
                   MOVE WS-CUR-RANK TO WS-PREV-RANK
                   ADD 1 TO WS-RNK-SEQ-COUNT (WS-CUR-RANK)
                   ADD 1 TO WS-MPT-SEQ-COUNT (WS-PX)
                   PERFORM READ-PART-SEQ-PARA
               END-IF
           END-IF.

       CHECK-INTERFACES-PARA.
      *    LOSTINT de la partition WS-PX : blocs H-D-T complets,
      *    un run de la partition par bloc, rangs croissants, pied
      *    d'accord avec ses details.
           PERFORM OPEN-PART-INT-PARA
           IF WS-PART-INT-STATUS NOT = "00"
               DISPLAY "LOSTI" WS-PX " illisible (statut "
                   WS-PART-INT-STATUS ")."
               MOVE "interface d'une partition illisible."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               MOVE 0 TO WS-PREV-RANK
               SET WS-BLOCK-CLOSED TO TRUE
               MOVE "N" TO WS-MPT-INT-EOF-FLAG (WS-PX)
               PERFORM READ-PART-INT-PARA
               PERFORM CHECK-INT-RECORD-PARA
                   UNTIL WS-MPT-INT-EOF (WS-PX) OR WS-MRG-REFUSED
               IF WS-BLOCK-OPEN AND WS-MRG-VALID
                   DISPLAY "LOSTI" WS-PX " : bloc du rang "
                       WS-BLOCK-RANK " sans pied."
                   MOVE "bloc d'interface sans pied."
                       TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
               END-IF
               PERFORM CLOSE-PART-INT-PARA
           END-IF.

       CHECK-INT-RECORD-PARA.
           EVALUATE TRUE
               WHEN WS-MPT-INT-BUF (WS-PX) (1:2) = "H;"
                       AND WS-BLOCK-CLOSED
                   MOVE WS-MPT-INT-BUF (WS-PX) (12:16) TO WS-RID-WORK
                   PERFORM CHECK-RUN-ID-PARA
                   IF NOT WS-RID-OK
                       MOVE "bloc d'un run etranger a la nuit."
                           TO WS-MRG-REASON
                       SET WS-MRG-REFUSED TO TRUE
                   ELSE
                       IF WS-RNK-PARTITION (WS-CUR-RANK) NOT = WS-PX
                               OR WS-CUR-RANK < WS-PREV-RANK
                           MOVE "bloc hors partition ou hors ordre."
                               TO WS-MRG-REASON
                           SET WS-MRG-REFUSED TO TRUE
                       ELSE
                           MOVE WS-CUR-RANK TO WS-PREV-RANK
                           MOVE WS-CUR-RANK TO WS-BLOCK-RANK
                           MOVE 0 TO WS-BLOCK-D-COUNT
                           SET WS-BLOCK-OPEN TO TRUE
                       END-IF
                   END-IF
               WHEN WS-MPT-INT-BUF (WS-PX) (1:2) = "D;"
                       AND WS-BLOCK-OPEN
                   ADD 1 TO WS-BLOCK-D-COUNT
                   ADD 1 TO WS-RNK-INT-COUNT (WS-BLOCK-RANK)
                   ADD 1 TO WS-MPT-INT-COUNT (WS-PX)
               WHEN WS-MPT-INT-BUF (WS-PX) (1:2) = "T;"
                       AND WS-BLOCK-OPEN
                   IF WS-MPT-INT-BUF (WS-PX) (3:3) IS NOT NUMERIC
                           OR WS-MPT-INT-BUF (WS-PX) (3:3)
                               NOT = WS-BLOCK-D-COUNT (3:3)
                       MOVE "pied de bloc en ecart avec ses details."
                           TO WS-MRG-REASON
                       SET WS-MRG-REFUSED TO TRUE
                   END-IF
                   SET WS-BLOCK-CLOSED TO TRUE
               WHEN OTHER
                   MOVE "enregistrement d'interface hors bloc."
                       TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
           END-EVALUATE
           IF WS-MRG-REFUSED
               DISPLAY "LOSTI" WS-PX " : " WS-MRG-REASON
           ELSE
               PERFORM READ-PART-INT-PARA
           END-IF.

       CHECK-RANKS-PARA.
      *    Rang par rang : un journal, et autant de termes dans
      *    LOSTSEQ et dans LOSTINT que le journal en annonce.
           MOVE 0 TO WS-PRODUCED-TOTAL
           PERFORM VARYING WS-RNK-IX FROM 1 BY 1
                   UNTIL WS-RNK-IX > WS-CARD-COUNT OR WS-MRG-REFUSED
               IF NOT WS-RNK-LOG-FOUND (WS-RNK-IX)
                   DISPLAY "Rang " WS-RNK-IX " (partition "
                       WS-RNK-PARTITION (WS-RNK-IX) ") absent des "
                       "journaux."
                   MOVE "carte sans ligne de journal."
                       TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
               ELSE
                   MOVE WS-RNK-LOG-IMAGE (WS-RNK-IX) TO WLG-RECORD
                   IF WS-RNK-SEQ-COUNT (WS-RNK-IX) NOT =
                           WLG-PRODUCED-NBR
                           OR WS-RNK-INT-COUNT (WS-RNK-IX) NOT =
                           WLG-PRODUCED-NBR
                       DISPLAY "Rang " WS-RNK-IX " : journal "
                           WLG-PRODUCED-NBR ", LOSTSEQ "
                           WS-RNK-SEQ-COUNT (WS-RNK-IX) ", LOSTINT "
                           WS-RNK-INT-COUNT (WS-RNK-IX) " terme(s)."
                       MOVE "termes en ecart avec le journal."
                           TO WS-MRG-REASON
                       SET WS-MRG-REFUSED TO TRUE
                   ELSE
                       ADD WLG-PRODUCED-NBR TO WS-PRODUCED-TOTAL
                       IF WS-RNK-IX = 1
                           MOVE WLG-RUN-ID TO WS-RCT-FIRST-RUN-ID
                       END-IF
                       MOVE WLG-RUN-ID TO WS-RCT-LAST-RUN-ID
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-MERGED-PARA.
      *    Sorties de production, comme un LOST seul sur le paquet
      *    entier (LOSTSEQ et LOSTINT sous DISP=MOD, journaux et
      *    statistiques prolonges, rapport de la nuit remplace).
           OPEN OUTPUT SEQUENCE-FILE
           OPEN OUTPUT INTERFACE-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-SEQUENCE-STATUS NOT = "00"
                   OR WS-INTERFACE-STATUS NOT = "00"
                   OR WS-AUDIT-STATUS NOT = "00"
                   OR WS-STATS-STATUS NOT = "00"
               DISPLAY "Sorties de production non ouvertes (statuts "
                   WS-SEQUENCE-STATUS " " WS-INTERFACE-STATUS " "
                   WS-AUDIT-STATUS " " WS-STATS-STATUS ")."
               MOVE "sorties de production non ouvertes."
                   TO WS-MRG-REASON
               SET WS-MRG-REFUSED TO TRUE
           ELSE
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PART-COUNT
                   PERFORM OPEN-PART-SEQ-PARA
                   MOVE "N" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
                   PERFORM READ-PART-SEQ-PARA
                   PERFORM OPEN-PART-INT-PARA
                   MOVE "N" TO WS-MPT-INT-EOF-FLAG (WS-PX)
                   PERFORM READ-PART-INT-PARA
               END-PERFORM
               PERFORM WRITE-RANK-PARA
                   VARYING WS-RNK-IX FROM 1 BY 1
                   UNTIL WS-RNK-IX > WS-CARD-COUNT OR WS-WRITE-FAILED
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PART-COUNT
                   PERFORM CLOSE-PART-SEQ-PARA
                   PERFORM CLOSE-PART-INT-PARA
               END-PERFORM
               IF WS-WRITE-FAILED
      *            Sorties deja entamees : la nuit est a reprendre
      *            a la main, pas a refusionner telle quelle.
                   DISPLAY "Ecriture des sorties de production en "
                       "echec au rang " WS-RNK-IX " (statuts "
                       WS-SEQUENCE-STATUS " " WS-INTERFACE-STATUS " "
                       WS-AUDIT-STATUS " " WS-STATS-STATUS ")."
                   MOVE "ecriture des sorties en echec."
                       TO WS-MRG-REASON
                   SET WS-MRG-REFUSED TO TRUE
               ELSE
                   PERFORM COPY-REPORTS-PARA
               END-IF
           END-IF
           CLOSE SEQUENCE-FILE
           CLOSE INTERFACE-FILE
           CLOSE AUDIT-FILE
           CLOSE STATS-FILE.

       WRITE-RANK-PARA.
      *    Le run du rang, pris dans sa partition : ses termes, son
      *    bloc d'interface, son journal et ses statistiques.
           MOVE WS-RNK-PARTITION (WS-RNK-IX) TO WS-PX
           MOVE WS-RNK-IX TO WS-CUR-RANK
           PERFORM COPY-SEQ-RECORD-PARA
               UNTIL WS-MPT-SEQ-EOF (WS-PX) OR WS-WRITE-FAILED
               OR WS-MPT-SEQ-BUF (WS-PX) (37:4) NOT = WS-CUR-RANK-AREA
           PERFORM COPY-INT-BLOCK-PARA
               UNTIL WS-MPT-INT-EOF (WS-PX) OR WS-WRITE-FAILED
               OR WS-MPT-INT-BUF (WS-PX) (1:2) NOT = "H;"
               OR WS-MPT-INT-BUF (WS-PX) (24:4) NOT = WS-CUR-RANK-AREA
           IF WS-WRITE-OK
               MOVE WS-RNK-LOG-IMAGE (WS-RNK-IX) TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   SET WS-WRITE-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-WRITE-OK AND WS-RNK-STA-FOUND (WS-RNK-IX)
               MOVE WS-RNK-STA-IMAGE (WS-RNK-IX) TO STA-RECORD
               WRITE STA-RECORD
               IF WS-STATS-STATUS NOT = "00"
                   SET WS-WRITE-FAILED TO TRUE
               END-IF
           END-IF.

       COPY-SEQ-RECORD-PARA.
           MOVE WS-MPT-SEQ-BUF (WS-PX) TO SEQ-RECORD
           WRITE SEQ-RECORD
           IF WS-SEQUENCE-STATUS NOT = "00"
               SET WS-WRITE-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-SEQ-WRITTEN
               PERFORM READ-PART-SEQ-PARA
           END-IF.

       COPY-INT-BLOCK-PARA.
           SET WS-BLOCK-OPEN TO TRUE
           PERFORM COPY-INT-RECORD-PARA
               UNTIL WS-BLOCK-CLOSED OR WS-WRITE-FAILED
               OR WS-MPT-INT-EOF (WS-PX).

       COPY-INT-RECORD-PARA.
           IF WS-MPT-INT-BUF (WS-PX) (1:2) = "T;"
               SET WS-BLOCK-CLOSED TO TRUE
           END-IF
           MOVE WS-MPT-INT-BUF (WS-PX) TO INT-RECORD
           WRITE INT-RECORD
           IF WS-INTERFACE-STATUS NOT = "00"
               SET WS-WRITE-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-INT-WRITTEN
               PERFORM READ-PART-INT-PARA
           END-IF.

       COPY-REPORTS-PARA.
      *    Rapport de la nuit : les rapports des partitions bout a
      *    bout (concatenes sur LOSTRPP dans l'ordre des
      *    partitions). Un rapport manquant, ou un LOSTRPT
      *    inutilisable, n'empeche pas la nuit (RC=4).
           OPEN INPUT PART-RPT-FILE
           IF WS-PART-RPT-STATUS NOT = "00"
               DISPLAY "Rapports LOSTRPP des partitions illisibles "
                   "(statut " WS-PART-RPT-STATUS ") - LOSTRPT non "
                   "reconstitue."
               IF WS-MRG-RC < 4
                   MOVE 4 TO WS-MRG-RC
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "LOSTRPT inutilisable (statut "
                       WS-REPORT-STATUS ") - rapport de la nuit non "
                       "reconstitue."
                   IF WS-MRG-RC < 4
                       MOVE 4 TO WS-MRG-RC
                   END-IF
               ELSE
                   MOVE "N" TO WS-SCAN-END-FLAG
                   PERFORM COPY-REPORT-LINE-PARA UNTIL WS-SCAN-ENDED
                   CLOSE REPORT-FILE
               END-IF
               CLOSE PART-RPT-FILE
           END-IF.

       COPY-REPORT-LINE-PARA.
           READ PART-RPT-FILE
               AT END
                   SET WS-SCAN-ENDED TO TRUE
               NOT AT END
                   MOVE RPP-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   IF WS-REPORT-STATUS NOT = "00"
                       DISPLAY "Erreur WRITE LOSTRPT (statut "
                           WS-REPORT-STATUS ") - rapport de la nuit "
                           "incomplet."
                       IF WS-MRG-RC < 4
                           MOVE 4 TO WS-MRG-RC
                       END-IF
                       SET WS-SCAN-ENDED TO TRUE
                   ELSE
                       ADD 1 TO WS-RPT-WRITTEN
                   END-IF
           END-READ.

       OPEN-PART-SEQ-PARA.
           EVALUATE WS-PX
               WHEN 1
                   OPEN INPUT PART-SEQ-01
               WHEN 2
                   OPEN INPUT PART-SEQ-02
               WHEN 3
                   OPEN INPUT PART-SEQ-03
               WHEN 4
                   OPEN INPUT PART-SEQ-04
               WHEN 5
                   OPEN INPUT PART-SEQ-05
               WHEN 6
                   OPEN INPUT PART-SEQ-06
           END-EVALUATE.

       READ-PART-SEQ-PARA.
           EVALUATE WS-PX
               WHEN 1
                   READ PART-SEQ-01 INTO WS-MPT-SEQ-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 2
                   READ PART-SEQ-02 INTO WS-MPT-SEQ-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 3
                   READ PART-SEQ-03 INTO WS-MPT-SEQ-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 4
                   READ PART-SEQ-04 INTO WS-MPT-SEQ-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 5
                   READ PART-SEQ-05 INTO WS-MPT-SEQ-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 6
                   READ PART-SEQ-06 INTO WS-MPT-SEQ-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-SEQ-EOF-FLAG (WS-PX)
                   END-READ
           END-EVALUATE.

       CLOSE-PART-SEQ-PARA.
           EVALUATE WS-PX
               WHEN 1
                   CLOSE PART-SEQ-01
               WHEN 2
                   CLOSE PART-SEQ-02
               WHEN 3
                   CLOSE PART-SEQ-03
               WHEN 4
                   CLOSE PART-SEQ-04
               WHEN 5
                   CLOSE PART-SEQ-05
               WHEN 6
                   CLOSE PART-SEQ-06
           END-EVALUATE.

       OPEN-PART-INT-PARA.
           EVALUATE WS-PX
               WHEN 1
                   OPEN INPUT PART-INT-01
               WHEN 2
                   OPEN INPUT PART-INT-02
               WHEN 3
                   OPEN INPUT PART-INT-03
               WHEN 4
                   OPEN INPUT PART-INT-04
               WHEN 5
                   OPEN INPUT PART-INT-05
               WHEN 6
                   OPEN INPUT PART-INT-06
           END-EVALUATE.

       READ-PART-INT-PARA.
           EVALUATE WS-PX
               WHEN 1
                   READ PART-INT-01 INTO WS-MPT-INT-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-INT-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 2
                   READ PART-INT-02 INTO WS-MPT-INT-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-INT-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 3
                   READ PART-INT-03 INTO WS-MPT-INT-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-INT-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 4
                   READ PART-INT-04 INTO WS-MPT-INT-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-INT-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 5
                   READ PART-INT-05 INTO WS-MPT-INT-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-INT-EOF-FLAG (WS-PX)
                   END-READ
               WHEN 6
                   READ PART-INT-06 INTO WS-MPT-INT-BUF (WS-PX)
                       AT END
                           MOVE "Y" TO WS-MPT-INT-EOF-FLAG (WS-PX)
                   END-READ
           END-EVALUATE.

       CLOSE-PART-INT-PARA.
           EVALUATE WS-PX
               WHEN 1
                   CLOSE PART-INT-01
               WHEN 2
                   CLOSE PART-INT-02
               WHEN 3
                   CLOSE PART-INT-03
               WHEN 4
                   CLOSE PART-INT-04
               WHEN 5
                   CLOSE PART-INT-05
               WHEN 6
                   CLOSE PART-INT-06
           END-EVALUATE.

       PRINT-MERGE-REPORT-PARA.
      *    Liste des controles : son absence ne defait pas la
      *    fusion, elle est signalee comme un rapport manquant.
           OPEN OUTPUT MERGE-REPORT-FILE
           IF WS-MERGE-REPORT-STATUS NOT = "00"
               DISPLAY "MRGRPT inutilisable (statut "
                   WS-MERGE-REPORT-STATUS ") - fusion non listee."
               IF WS-MRG-RC < 4
                   MOVE 4 TO WS-MRG-RC
               END-IF
           ELSE
               PERFORM PRINT-MERGE-LINES-PARA
           END-IF.

       PRINT-MERGE-LINES-PARA.
           MOVE SPACES TO MRG-LINE
           STRING "Fusion LOST - journee du " DELIMITED BY SIZE
                  WS-RCT-BUS-DATE DELIMITED BY SIZE
               INTO MRG-LINE
           WRITE MRG-LINE
           MOVE SPACES TO MRG-LINE
           STRING "Date d'execution: " DELIMITED BY SIZE
                  WS-CDT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
                  "  Estampille de base: " DELIMITED BY SIZE
                  WS-BASE-STAMP DELIMITED BY SIZE
               INTO MRG-LINE
           WRITE MRG-LINE
           MOVE SPACES TO MRG-LINE
           WRITE MRG-LINE
           MOVE "Part.  Statut  RC   Cartes  Termes LOSTSEQ / LOSTINT"
               TO MRG-LINE
           WRITE MRG-LINE
           MOVE "-----  ------  ---  ------  -------   -------"
               TO MRG-LINE
           WRITE MRG-LINE
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PART-COUNT
               MOVE SPACES TO MRG-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-PX DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-MPT-RCT-STATUS (WS-PX) DELIMITED BY SIZE
                      "     " DELIMITED BY SIZE
                      WS-MPT-RC (WS-PX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-MPT-CARDS (WS-PX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-MPT-SEQ-COUNT (WS-PX) DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-MPT-INT-COUNT (WS-PX) DELIMITED BY SIZE
                   INTO MRG-LINE
               WRITE MRG-LINE
           END-PERFORM
           MOVE SPACES TO MRG-LINE
           WRITE MRG-LINE
           MOVE SPACES TO MRG-LINE
           IF WS-MRG-REFUSED
               STRING "Fusion refusee (RC=12) : " DELIMITED BY SIZE
                      WS-MRG-REASON DELIMITED BY SIZE
                   INTO MRG-LINE
               WRITE MRG-LINE
           ELSE
               STRING "Cartes: " DELIMITED BY SIZE
                      WS-CARD-COUNT DELIMITED BY SIZE
                      "  Termes: " DELIMITED BY SIZE
                      WS-PRODUCED-TOTAL DELIMITED BY SIZE
                      "  Runs: " DELIMITED BY SIZE
                      WS-RCT-FIRST-RUN-ID DELIMITED BY SIZE
                      " a " DELIMITED BY SIZE
                      WS-RCT-LAST-RUN-ID DELIMITED BY SIZE
                   INTO MRG-LINE
               WRITE MRG-LINE
               MOVE SPACES TO MRG-LINE
               STRING "Ecrits - LOSTSEQ: " DELIMITED BY SIZE
                      WS-SEQ-WRITTEN DELIMITED BY SIZE
                      "  LOSTINT: " DELIMITED BY SIZE
                      WS-INT-WRITTEN DELIMITED BY SIZE
                      "  LOSTRPT: " DELIMITED BY SIZE
                      WS-RPT-WRITTEN DELIMITED BY SIZE
                      "  RC: " DELIMITED BY SIZE
                      WS-MRG-RC DELIMITED BY SIZE
                   INTO MRG-LINE
               WRITE MRG-LINE
           END-IF
           IF WS-LOG-IGNORED > 0 OR WS-STA-IGNORED > 0
               MOVE SPACES TO MRG-LINE
               STRING "Lignes d'une autre nuit ignorees - journal: "
                          DELIMITED BY SIZE
                      WS-LOG-IGNORED DELIMITED BY SIZE
                      "  statistiques: " DELIMITED BY SIZE
                      WS-STA-IGNORED DELIMITED BY SIZE
                   INTO MRG-LINE
               WRITE MRG-LINE
           END-IF
           CLOSE MERGE-REPORT-FILE.

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
