       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostrvl.
      *    Recherche inverse par valeur : LOSTINQ repond a "que vaut
      *    le terme N de la suite X", l'audit et le pricing posent
      *    la question inverse - ce nombre releve dans une table de
      *    taux, de quelle suite, de quel terme et de quel run
      *    vient-il ? Pour chaque carte SYSIN (une valeur), le
      *    programme lit l'index par valeur LOSTVIX (reconstruit
      *    chaque nuit par LOSTVIXJ sur LOSTMST et l'archive
      *    LOSTSEQA) et liste chaque serie et terme qui tient la
      *    valeur, avec le run, le demandeur et la date du run lus
      *    dans LOSTAUX (copie de LOSTLOG indexee par run, voir
      *    LOSTAUXJ). Les valeurs qui ne survivent qu'en archive
      *    sont signalees comme telles. Sans correspondance
      *    exacte, la carte peut demander les valeurs tenues les
      *    plus proches, inferieure et superieure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-STATUS.

           SELECT VALUE-INDEX-FILE ASSIGN TO "LOSTVIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIX-KEY
               FILE STATUS IS WS-VALUE-INDEX-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO "LOSTAUX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUD-RUN-ID
               FILE STATUS IS WS-AUDIT-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTVLQ.

       FD  VALUE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTVIX.

       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTLOG.

       WORKING-STORAGE SECTION.
       77  WS-INQUIRY-STATUS       PIC XX     VALUE SPACES.
       77  WS-VALUE-INDEX-STATUS   PIC XX     VALUE SPACES.
       77  WS-AUDIT-INDEX-STATUS   PIC XX     VALUE SPACES.
       77  WS-ASKED-COUNT          PIC 9(05)  VALUE 0.
       77  WS-FOUND-COUNT          PIC 9(05)  VALUE 0.
       77  WS-NOTFND-COUNT         PIC 9(05)  VALUE 0.
       77  WS-HIT-COUNT            PIC 9(07)  VALUE 0.
       77  WS-ARCHIVED-COUNT       PIC 9(07)  VALUE 0.
       77  WS-UNTRACED-COUNT       PIC 9(07)  VALUE 0.
       77  WS-GROUP-COUNT          PIC 9(07)  VALUE 0.
       77  WS-QUERY-VALUE          PIC S9(20)
                                   SIGN IS LEADING SEPARATE
                                              VALUE 0.
       77  WS-ASC-VALUE            PIC 9(21)  VALUE 0.
       77  WS-REQUESTER            PIC X(08)  VALUE SPACES.
       77  WS-SOURCE-TEXT          PIC X(20)  VALUE SPACES.
       01  WS-TARGET-KEY.
           05  WS-TARGET-DIRECTION PIC X(01)  VALUE SPACES.
           05  WS-TARGET-VALUE     PIC 9(21)  VALUE 0.
       77  WS-GROUP-KEY            PIC X(22)  VALUE SPACES.
       77  WS-CARD-FLAG            PIC X      VALUE "Y".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
       77  WS-SCAN-END-FLAG        PIC X      VALUE "N".
           88  WS-SCAN-ENDED                  VALUE "Y".
       77  WS-AUX-FLAG             PIC X      VALUE "N".
           88  WS-AUX-AVAILABLE               VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT VALUE-INDEX-FILE.
           IF WS-VALUE-INDEX-STATUS NOT = "00"
               DISPLAY "LOSTVIX introuvable ou illisible (statut "
                   WS-VALUE-INDEX-STATUS ") - recherche abandonnee."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT AUDIT-INDEX-FILE
               IF WS-AUDIT-INDEX-STATUS = "00"
                   SET WS-AUX-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "LOSTAUX introuvable ou illisible (statut "
                       WS-AUDIT-INDEX-STATUS ") - demandeur et date "
                       "du run non restitues."
               END-IF
               OPEN INPUT INQUIRY-FILE
               IF WS-INQUIRY-STATUS NOT = "00"
                   DISPLAY "SYSIN introuvable ou illisible (statut "
                       WS-INQUIRY-STATUS ") - recherche abandonnee."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM INQUIRE-VALUE-PARA
                       UNTIL WS-INQUIRY-STATUS NOT = "00"
                   CLOSE INQUIRY-FILE
                   DISPLAY "Recherches : " WS-ASKED-COUNT
                       " valeur(s) demandee(s), " WS-FOUND-COUNT
                       " trouvee(s), " WS-NOTFND-COUNT
                       " introuvable(s) ou rejetee(s) ; "
                       WS-HIT-COUNT " terme(s) liste(s) dont "
                       WS-ARCHIVED-COUNT " en archive."
                   IF WS-NOTFND-COUNT > 0 OR WS-UNTRACED-COUNT > 0
                      OR NOT WS-AUX-AVAILABLE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-AUX-AVAILABLE
                   CLOSE AUDIT-INDEX-FILE
               END-IF
               CLOSE VALUE-INDEX-FILE
           END-IF.
           STOP RUN.

       INQUIRE-VALUE-PARA.
           READ INQUIRY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-ASKED-COUNT
                   PERFORM VALIDATE-CARD-PARA
                   IF WS-CARD-VALID
                       PERFORM FIND-EXACT-PARA
                   ELSE
                       ADD 1 TO WS-NOTFND-COUNT
                   END-IF
           END-READ.

       VALIDATE-CARD-PARA.
      *    La valeur est cadree a droite : les blancs de tete sont
      *    des zeros, pour ne pas imposer vingt chiffres a la
      *    saisie.
           SET WS-CARD-VALID TO TRUE
           INSPECT VLQ-DIGITS REPLACING LEADING SPACES BY ZEROS
           IF NOT VLQ-SIGN-VALID
              OR VLQ-DIGITS IS NOT NUMERIC
               DISPLAY "Carte invalide : valeur non numerique ("
                   VLQ-SIGN VLQ-DIGITS ") - rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF NOT VLQ-NEAREST-VALID
               DISPLAY "Carte invalide : option '" VLQ-NEAREST
                   "' inconnue en colonne 23 (P ou blanc) - "
                   "rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF WS-CARD-VALID
               MOVE VLQ-DIGITS-NBR TO WS-QUERY-VALUE
               IF VLQ-SIGN-NEGATIVE
                   COMPUTE WS-QUERY-VALUE = 0 - WS-QUERY-VALUE
               END-IF
               COMPUTE WS-ASC-VALUE =
                   WS-QUERY-VALUE + 100000000000000000000
           END-IF.

       FIND-EXACT-PARA.
      *    Positionnement sur la premiere entree croissante de la
      *    valeur ; toutes les entrees de meme cle valeur suivent.
           MOVE "A" TO WS-TARGET-DIRECTION
           MOVE WS-ASC-VALUE TO WS-TARGET-VALUE
           MOVE WS-TARGET-KEY TO VIX-VALUE-KEY
           MOVE LOW-VALUES TO VIX-ENTRY
           PERFORM START-AND-READ-PARA
           IF NOT WS-SCAN-ENDED
              AND VIX-VALUE-KEY = WS-TARGET-KEY
               ADD 1 TO WS-FOUND-COUNT
               DISPLAY "Valeur " WS-QUERY-VALUE " :"
               PERFORM SHOW-GROUP-PARA
           ELSE
               ADD 1 TO WS-NOTFND-COUNT
               DISPLAY "Valeur " WS-QUERY-VALUE
                   " : tenue par aucun terme du maitre ni de "
                   "l'archive."
               IF VLQ-NEAREST-WANTED
                   PERFORM FIND-LOWER-PARA
                   PERFORM FIND-HIGHER-PARA
               END-IF
           END-IF.

       FIND-LOWER-PARA.
      *    La cle decroissante de la valeur demandee, entrees en
      *    HIGH-VALUES : l'enregistrement suivant est la plus
      *    grande valeur tenue strictement inferieure.
           MOVE "D" TO WS-TARGET-DIRECTION
           COMPUTE WS-TARGET-VALUE =
               199999999999999999999 - WS-ASC-VALUE
           MOVE WS-TARGET-KEY TO VIX-VALUE-KEY
           MOVE HIGH-VALUES TO VIX-ENTRY
           PERFORM START-AFTER-PARA
           IF NOT WS-SCAN-ENDED AND VIX-DESCENDING
               DISPLAY "  Valeur inferieure la plus proche : "
                   VIX-TERM-VALUE
               PERFORM SHOW-GROUP-PARA
           ELSE
               DISPLAY "  Aucune valeur inferieure tenue."
           END-IF.

       FIND-HIGHER-PARA.
           MOVE "A" TO WS-TARGET-DIRECTION
           MOVE WS-ASC-VALUE TO WS-TARGET-VALUE
           MOVE WS-TARGET-KEY TO VIX-VALUE-KEY
           MOVE HIGH-VALUES TO VIX-ENTRY
           PERFORM START-AFTER-PARA
           IF NOT WS-SCAN-ENDED AND VIX-ASCENDING
               DISPLAY "  Valeur superieure la plus proche : "
                   VIX-TERM-VALUE
               PERFORM SHOW-GROUP-PARA
           ELSE
               DISPLAY "  Aucune valeur superieure tenue."
           END-IF.

       START-AND-READ-PARA.
           MOVE "N" TO WS-SCAN-END-FLAG
           START VALUE-INDEX-FILE KEY IS NOT LESS THAN VIX-KEY
               INVALID KEY
                   SET WS-SCAN-ENDED TO TRUE
           END-START
           IF NOT WS-SCAN-ENDED
               PERFORM READ-INDEX-NEXT-PARA
           END-IF.

       START-AFTER-PARA.
           MOVE "N" TO WS-SCAN-END-FLAG
           START VALUE-INDEX-FILE KEY IS GREATER THAN VIX-KEY
               INVALID KEY
                   SET WS-SCAN-ENDED TO TRUE
           END-START
           IF NOT WS-SCAN-ENDED
               PERFORM READ-INDEX-NEXT-PARA
           END-IF.

       READ-INDEX-NEXT-PARA.
           READ VALUE-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-ENDED TO TRUE
           END-READ.

       SHOW-GROUP-PARA.
      *    L'enregistrement courant ouvre le groupe : on liste
      *    jusqu'au changement de cle valeur.
           MOVE VIX-VALUE-KEY TO WS-GROUP-KEY
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM SHOW-ENTRY-PARA
               UNTIL WS-SCAN-ENDED
                  OR VIX-VALUE-KEY NOT = WS-GROUP-KEY
           DISPLAY "    " WS-GROUP-COUNT " terme(s).".

       SHOW-ENTRY-PARA.
           ADD 1 TO WS-HIT-COUNT
           ADD 1 TO WS-GROUP-COUNT
           IF VIX-FROM-ARCHIVE
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE " [ARCHIVE LOSTSEQA]" TO WS-SOURCE-TEXT
           ELSE
               MOVE SPACES TO WS-SOURCE-TEXT
           END-IF
           PERFORM READ-AUDIT-PARA
           IF WS-AUDIT-INDEX-STATUS = "00"
               MOVE AUD-REQUESTER TO WS-REQUESTER
               IF WS-REQUESTER = SPACES
                   MOVE "(aucun)" TO WS-REQUESTER
               END-IF
               DISPLAY "    Serie " VIX-SERIES-NAME " terme "
                   VIX-TERM-NBR " run " VIX-RUN-ID " demandeur "
                   WS-REQUESTER " du " AUD-RUN-DATE WS-SOURCE-TEXT
           ELSE
               ADD 1 TO WS-UNTRACED-COUNT
               IF WS-AUX-AVAILABLE
                   DISPLAY "    Serie " VIX-SERIES-NAME " terme "
                       VIX-TERM-NBR " run " VIX-RUN-ID
                       " (run absent de LOSTAUX)" WS-SOURCE-TEXT
               ELSE
                   DISPLAY "    Serie " VIX-SERIES-NAME " terme "
                       VIX-TERM-NBR " run " VIX-RUN-ID WS-SOURCE-TEXT
               END-IF
           END-IF
           PERFORM READ-INDEX-NEXT-PARA.

       READ-AUDIT-PARA.
           IF WS-AUX-AVAILABLE
               MOVE VIX-RUN-ID TO AUD-RUN-ID
               READ AUDIT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
