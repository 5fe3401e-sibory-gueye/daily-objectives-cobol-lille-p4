      *      vif, bascule par le JCL) ;
      *    - LOSTSEQ : les termes remplaces par un run plus recent
      *      de la meme serie, et anterieurs a la date butoir,
      *      partent dans LOSTSEQA ; le reste va dans LOSTSEQN ;
      *    - LOSTJRN : les lignes du journal du maitre anterieures
      *      a la date butoir partent dans LOSTJRNA, les autres
      *      dans LOSTJRNN (LOSTRCVR ne peut plus revenir avant).
      *    Un rapport de disposition (ARCHRPT) recapitule ce qui a
      *    ete archive et ce qui a ete conserve. Les archives sont
      *    ouvertes en EXTEND : elles cumulent les passages.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-NEW-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "LOSTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JRN-ARCH-FILE ASSIGN TO "LOSTJRNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-ARCH-STATUS.

           SELECT JRN-NEW-FILE ASSIGN TO "LOSTJRNN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ARCHRPT"
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
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==SEQN-RECORD==
                              LEADING ==SEQ-== BY ==SEQN-==.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTJRN.

       FD  JRN-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTJRN REPLACING ==JRN-RECORD== BY ==JRNA-RECORD==
                              LEADING ==JRN-== BY ==JRNA-==.

       FD  JRN-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTJRN REPLACING ==JRN-RECORD== BY ==JRNN-RECORD==
                              LEADING ==JRN-== BY ==JRNN-==.

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
       77  WS-AUDIT-STATUS         PIC XX     VALUE SPACES.
       77  WS-SEQUENCE-STATUS      PIC XX     VALUE SPACES.
       77  WS-SEQ-ARCH-STATUS      PIC XX     VALUE SPACES.
       77  WS-SEQ-NEW-STATUS       PIC XX     VALUE SPACES.
       77  WS-JOURNAL-STATUS       PIC XX     VALUE SPACES.
       77  WS-JRN-ARCH-STATUS      PIC XX     VALUE SPACES.
       77  WS-JRN-NEW-STATUS       PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-CUTOFF-DATE          PIC X(08)  VALUE SPACES.
       77  WS-AUD-READ-COUNT       PIC 9(05)  VALUE 0.
       77  WS-SEQ-READ-COUNT       PIC 9(05)  VALUE 0.
       77  WS-SEQ-ARCH-COUNT       PIC 9(05)  VALUE 0.
       77  WS-SEQ-KEPT-COUNT       PIC 9(05)  VALUE 0.
       77  WS-JRN-READ-COUNT       PIC 9(07)  VALUE 0.
       77  WS-JRN-ARCH-COUNT       PIC 9(07)  VALUE 0.
       77  WS-JRN-KEPT-COUNT       PIC 9(07)  VALUE 0.
       77  WS-VALID-FLAG           PIC X      VALUE "Y".
           88  WS-INPUT-VALID                 VALUE "Y".
           88  WS-INPUT-INVALID               VALUE "N".
           05  WS-SER-ENTRY OCCURS 50 TIMES.
               10  WS-SER-NAME     PIC X(20).
               10  WS-SER-LAST-RUN PIC X(16).
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

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    Controle de chaine autour de l'etape : rien n'est
      *    fait si son predecesseur n'a pas fini proprement
      *    pour la date d'exploitation, ou si elle y est deja
      *    terminee.
           MOVE "LOSTARCH" TO WS-RCT-STEP
           MOVE "LOSTVRFY" TO WS-RCT-PREDECESSOR
           PERFORM RCT-START-PARA
           IF WS-RCT-RUN-STEP
               PERFORM ARCHIVE-FILES-PARA
               COMPUTE WS-RCT-READ-COUNT = WS-AUD-READ-COUNT
                   + WS-SEQ-READ-COUNT + WS-JRN-READ-COUNT
               COMPUTE WS-RCT-WRITTEN-COUNT = WS-AUD-ARCH-COUNT
                   + WS-SEQ-ARCH-COUNT + WS-JRN-ARCH-COUNT
               PERFORM RCT-END-PARA
           END-IF.
           STOP RUN.

       ARCHIVE-FILES-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-CONTROL-PARA.
           IF WS-INPUT-INVALID
               PERFORM PURGE-AUDIT-PARA
               PERFORM SCAN-SEQUENCE-PARA
               PERFORM PURGE-SEQUENCE-PARA
               PERFORM PURGE-JOURNAL-PARA
               PERFORM PRINT-TRAILER-PARA
               CLOSE REPORT-FILE
           END-IF.

       READ-CONTROL-PARA.
           OPEN INPUT CONTROL-FILE.
                   END-IF
           END-READ.

       PURGE-JOURNAL-PARA.
      *    Meme decoupage que LOSTLOG, sur la date de la ligne.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "LOSTJRN absent - volet journal saute."
               MOVE "LOSTJRN absent - volet journal saute."
                   TO RPT-LINE
               WRITE RPT-LINE
      *        Meme garde-fou : pas de bascule sur un LOSTJRNN vide.
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND JRN-ARCH-FILE
               IF WS-JRN-ARCH-STATUS NOT = "00"
                   OPEN OUTPUT JRN-ARCH-FILE
               END-IF
               OPEN OUTPUT JRN-NEW-FILE
               PERFORM PURGE-JOURNAL-RECORD-PARA
                   UNTIL WS-JOURNAL-STATUS NOT = "00"
               CLOSE JOURNAL-FILE
               CLOSE JRN-ARCH-FILE
               CLOSE JRN-NEW-FILE
           END-IF.

       PURGE-JOURNAL-RECORD-PARA.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-JRN-READ-COUNT
                   IF JRN-DATE < WS-CUTOFF-DATE
                       MOVE JRN-RECORD TO JRNA-RECORD
                       WRITE JRNA-RECORD
                       ADD 1 TO WS-JRN-ARCH-COUNT
                   ELSE
                       MOVE JRN-RECORD TO JRNN-RECORD
                       WRITE JRNN-RECORD
                       ADD 1 TO WS-JRN-KEPT-COUNT
                   END-IF
           END-READ.

       PRINT-HEADER-PARA.
           MOVE "Rapport de menage LOST" TO RPT-LINE
           WRITE RPT-LINE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Journal   : " DELIMITED BY SIZE
                  WS-JRN-READ-COUNT DELIMITED BY SIZE
                  " lu(s), " DELIMITED BY SIZE
                  WS-JRN-ARCH-COUNT DELIMITED BY SIZE
                  " archive(s), " DELIMITED BY SIZE
                  WS-JRN-KEPT-COUNT DELIMITED BY SIZE
                  " conserve(s)" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Dernier run conserve par serie :" TO RPT-LINE
           WRITE RPT-LINE
                  WS-SER-LAST-RUN (WS-SER-IX) DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

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
