       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostordm.
      *    Maintenance du fichier des ordres permanents LOSTORD :
      *    une carte SYSIN par action (ajout, modification,
      *    suppression). Un ordre porte les valeurs d'une carte
      *    de controle LOST (termes, graines, type, parametre,
      *    reconciliation), sa frequence et sa periode de
      *    validite ; LOSTSCHD en tire chaque nuit le paquet du
      *    jour. Seule la syntaxe des cartes est controlee ici :
      *    la serie est confrontee au catalogue LOSTCAT au moment
      *    ou l'ordre tombe, pour tenir compte d'un retrait
      *    survenu entre-temps.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ORDER-FILE ASSIGN TO "LOSTORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTORC.

       FD  ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTORD.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-ORDER-STATUS         PIC XX     VALUE SPACES.
       77  WS-READ-COUNT           PIC 9(05)  VALUE 0.
       77  WS-ADDED-COUNT          PIC 9(05)  VALUE 0.
       77  WS-CHANGED-COUNT        PIC 9(05)  VALUE 0.
       77  WS-DELETED-COUNT        PIC 9(05)  VALUE 0.
       77  WS-REJECTED-COUNT       PIC 9(05)  VALUE 0.
       77  WS-CARD-FLAG            PIC X      VALUE "Y".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
       77  WS-TERMS-NUM            PIC 9(03)  VALUE 0.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
      *    Analyse du parametre de suite en clair (signe et
      *    decimales admis : -5, 1.5, 0.85), meme regle que les
      *    cartes de controle de LOST : au plus 5 chiffres
      *    entiers et 2 decimales, le signe en tete seulement.
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
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SYSIN introuvable ou illisible (statut "
                   WS-CONTROL-STATUS ") - maintenance abandonnee."
               MOVE 8 TO RETURN-CODE
           ELSE
      *        Premiere constitution : le fichier des ordres
      *        n'existe pas encore, on le cree vide puis on le
      *        rouvre en mise a jour (meme amorcage que LOSTCATM).
               OPEN I-O ORDER-FILE
               IF WS-ORDER-STATUS NOT = "00"
                   OPEN OUTPUT ORDER-FILE
                   CLOSE ORDER-FILE
                   OPEN I-O ORDER-FILE
               END-IF
               IF WS-ORDER-STATUS NOT = "00"
                   DISPLAY "LOSTORD inutilisable (statut "
                       WS-ORDER-STATUS ") - maintenance abandonnee."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM APPLY-CARD-PARA
                       UNTIL WS-CONTROL-STATUS NOT = "00"
                   CLOSE ORDER-FILE
                   DISPLAY "Maintenance LOSTORD : " WS-READ-COUNT
                       " carte(s), " WS-ADDED-COUNT " ajout(s), "
                       WS-CHANGED-COUNT " modification(s), "
                       WS-DELETED-COUNT " suppression(s), "
                       WS-REJECTED-COUNT " rejet(s)."
                   IF WS-REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
           STOP RUN.

       APPLY-CARD-PARA.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM VALIDATE-CARD-PARA
                   IF WS-CARD-VALID
                       EVALUATE TRUE
                           WHEN ORC-ACTION-ADD
                               PERFORM ADD-ORDER-PARA
                           WHEN ORC-ACTION-CHANGE
                               PERFORM CHANGE-ORDER-PARA
                           WHEN ORC-ACTION-DELETE
                               PERFORM DELETE-ORDER-PARA
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-READ.

       VALIDATE-CARD-PARA.
      *    Controle de forme de chaque champ renseigne ; les
      *    champs obligatoires a l'ajout et la coherence de la
      *    frequence sont verifies sur l'ordre resultant
      *    (CHECK-ORDER-PARA), apres fusion d'une carte 'C'.
           SET WS-CARD-VALID TO TRUE
           IF NOT ORC-ACTION-KNOWN
               DISPLAY "Action invalide : '" ORC-ACTION
                   "'. Actions admises : A, C, D."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-REQUESTER = SPACES
               DISPLAY "Code demandeur absent - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-SERIES-NAME = SPACES
               DISPLAY "Nom de serie absent - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-TERMS NOT = SPACES
               IF ORC-TERMS IS NOT NUMERIC
                   DISPLAY "Nombre de termes non numerique : '"
                       ORC-TERMS "' - carte rejetee."
                   SET WS-CARD-INVALID TO TRUE
               ELSE
                   MOVE ORC-TERMS TO WS-TERMS-NUM
                   IF WS-TERMS-NUM < 1
                       DISPLAY "Nombre de termes nul - carte "
                           "rejetee."
                       SET WS-CARD-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ORC-SEED-B NOT = SPACES
                   AND ORC-SEED-B IS NOT NUMERIC
               DISPLAY "Graine 1 non numerique : '" ORC-SEED-B
                   "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-SEED-O NOT = SPACES
                   AND ORC-SEED-O IS NOT NUMERIC
               DISPLAY "Graine 2 non numerique : '" ORC-SEED-O
                   "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-SERIES-TYPE NOT = SPACE
                   AND ORC-SERIES-TYPE NOT = "A"
                   AND ORC-SERIES-TYPE NOT = "T"
                   AND ORC-SERIES-TYPE NOT = "G"
                   AND ORC-SERIES-TYPE NOT = "S"
               DISPLAY "Type de suite invalide : '" ORC-SERIES-TYPE
                   "'. Types admis : A, T, G, S."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-SERIES-PARM NOT = SPACES
               MOVE ORC-SERIES-PARM TO WS-PARM-TEXT
               PERFORM PARSE-PARM-PARA
               IF NOT WS-PARM-OK
                   DISPLAY "Parametre de suite invalide : '"
                       ORC-SERIES-PARM "' - carte rejetee."
                   SET WS-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF ORC-RECONCILE-FLAG NOT = SPACE
                   AND ORC-RECONCILE-FLAG NOT = "Y"
                   AND ORC-RECONCILE-FLAG NOT = "N"
               DISPLAY "Temoin de reconciliation invalide : '"
                   ORC-RECONCILE-FLAG "'. Valeurs admises : Y, N."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-FREQUENCY NOT = SPACE
                   AND ORC-FREQUENCY NOT = "D"
                   AND ORC-FREQUENCY NOT = "W"
                   AND ORC-FREQUENCY NOT = "M"
                   AND ORC-FREQUENCY NOT = "O"
               DISPLAY "Frequence invalide : '" ORC-FREQUENCY
                   "'. Frequences admises : D, W, M, O."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-WEEKDAY NOT = SPACE
               IF ORC-WEEKDAY < "1" OR ORC-WEEKDAY > "7"
                   DISPLAY "Jour de semaine invalide : '"
                       ORC-WEEKDAY "'. Valeurs admises : 1 a 7."
                   SET WS-CARD-INVALID TO TRUE
               END-IF
           END-IF
           IF ORC-ONE-OFF-DATE NOT = SPACES
                   AND ORC-ONE-OFF-DATE IS NOT NUMERIC
               DISPLAY "Date ponctuelle non numerique : '"
                   ORC-ONE-OFF-DATE "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-START-DATE NOT = SPACES
                   AND ORC-START-DATE IS NOT NUMERIC
               DISPLAY "Date de debut non numerique : '"
                   ORC-START-DATE "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORC-STOP-DATE NOT = SPACES
                   AND ORC-STOP-DATE IS NOT NUMERIC
               DISPLAY "Date de fin non numerique : '"
                   ORC-STOP-DATE "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF.

       ADD-ORDER-PARA.
      *    Ajout : l'ordre nait sans report en attente ; debut de
      *    validite a la date du jour si la carte n'en donne pas.
           MOVE SPACES TO ORD-RECORD
           MOVE ORC-REQUESTER TO ORD-REQUESTER
           MOVE ORC-SERIES-NAME TO ORD-SERIES-NAME
           MOVE 0 TO ORD-TERMS
           MOVE 0 TO ORD-WEEKDAY
           MOVE 0 TO ORD-CARRY-COUNT
           MOVE 0 TO ORD-PRIOR-CARRY-COUNT
           MOVE WS-CDT-DATE TO ORD-START-DATE
           PERFORM MERGE-CARD-PARA
           PERFORM CHECK-ORDER-PARA
           IF WS-CARD-VALID
               WRITE ORD-RECORD
                   INVALID KEY
                       DISPLAY "Ordre " ORC-REQUESTER " / '"
                           ORC-SERIES-NAME "' deja present - ajout "
                           "rejete (utiliser l'action C)."
                       ADD 1 TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
                       DISPLAY "Ordre " ORC-REQUESTER " / '"
                           ORC-SERIES-NAME "' ajoute."
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       CHANGE-ORDER-PARA.
      *    Modification : seuls les champs renseignes sur la carte
      *    sont appliques. Le report en attente n'est pas touche :
      *    les occurrences deja echues partiront avec les valeurs
      *    modifiees.
           MOVE ORC-REQUESTER TO ORD-REQUESTER
           MOVE ORC-SERIES-NAME TO ORD-SERIES-NAME
           READ ORDER-FILE
               INVALID KEY
                   DISPLAY "Ordre " ORC-REQUESTER " / '"
                       ORC-SERIES-NAME "' absent - modification "
                       "rejetee."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   PERFORM MERGE-CARD-PARA
                   PERFORM CHECK-ORDER-PARA
                   IF WS-CARD-VALID
                       REWRITE ORD-RECORD
                       IF WS-ORDER-STATUS = "00"
                           ADD 1 TO WS-CHANGED-COUNT
                           DISPLAY "Ordre " ORC-REQUESTER " / '"
                               ORC-SERIES-NAME "' modifie."
                       ELSE
                           DISPLAY "Erreur REWRITE LOSTORD (statut "
                               WS-ORDER-STATUS ") ordre "
                               ORC-REQUESTER " / '" ORC-SERIES-NAME
                               "'."
                           ADD 1 TO WS-REJECTED-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-READ.

       DELETE-ORDER-PARA.
      *    Suppression : les occurrences encore en report partent
      *    avec l'ordre - le message le dit pour que l'exploitation
      *    les resaisisse a la main si besoin.
           MOVE ORC-REQUESTER TO ORD-REQUESTER
           MOVE ORC-SERIES-NAME TO ORD-SERIES-NAME
           READ ORDER-FILE
               INVALID KEY
                   DISPLAY "Ordre " ORC-REQUESTER " / '"
                       ORC-SERIES-NAME "' absent - suppression "
                       "rejetee."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF ORD-CARRY-COUNT > 0
                       DISPLAY "Ordre " ORC-REQUESTER " / '"
                           ORC-SERIES-NAME "' : " ORD-CARRY-COUNT
                           " occurrence(s) en report depuis le "
                           ORD-CARRY-DATE " supprimee(s) avec lui."
                   END-IF
                   DELETE ORDER-FILE RECORD
                   IF WS-ORDER-STATUS = "00"
                       ADD 1 TO WS-DELETED-COUNT
                       DISPLAY "Ordre " ORC-REQUESTER " / '"
                           ORC-SERIES-NAME "' supprime."
                   ELSE
                       DISPLAY "Erreur DELETE LOSTORD (statut "
                           WS-ORDER-STATUS ") ordre " ORC-REQUESTER
                           " / '" ORC-SERIES-NAME "'."
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-READ.

       MERGE-CARD-PARA.
           IF ORC-TERMS IS NUMERIC
               MOVE ORC-TERMS TO ORD-TERMS
           END-IF
           IF ORC-SEED-B NOT = SPACES
               MOVE ORC-SEED-B TO ORD-SEED-B
           END-IF
           IF ORC-SEED-O NOT = SPACES
               MOVE ORC-SEED-O TO ORD-SEED-O
           END-IF
           IF ORC-SERIES-TYPE NOT = SPACE
               MOVE ORC-SERIES-TYPE TO ORD-SERIES-TYPE
           END-IF
           IF ORC-SERIES-PARM NOT = SPACES
               MOVE ORC-SERIES-PARM TO ORD-SERIES-PARM
           END-IF
           IF ORC-RECONCILE-FLAG NOT = SPACE
               MOVE ORC-RECONCILE-FLAG TO ORD-RECONCILE-FLAG
           END-IF
           IF ORC-FREQUENCY NOT = SPACE
               MOVE ORC-FREQUENCY TO ORD-FREQUENCY
           END-IF
           IF ORC-WEEKDAY NOT = SPACE
               MOVE ORC-WEEKDAY TO ORD-WEEKDAY
           END-IF
           IF ORC-ONE-OFF-DATE NOT = SPACES
               MOVE ORC-ONE-OFF-DATE TO ORD-ONE-OFF-DATE
           END-IF
           IF ORC-START-DATE NOT = SPACES
               MOVE ORC-START-DATE TO ORD-START-DATE
           END-IF
           IF ORC-STOP-DATE NOT = SPACES
               MOVE ORC-STOP-DATE TO ORD-STOP-DATE
           END-IF.

       CHECK-ORDER-PARA.
      *    Coherence de l'ordre complet : nombre de termes et
      *    frequence obligatoires, jour de semaine pour 'W', date
      *    pour 'O', periode dans le bon sens.
           IF ORD-TERMS = 0
               DISPLAY "Nombre de termes absent - ordre "
                   ORC-REQUESTER " / '" ORC-SERIES-NAME "' rejete."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF NOT ORD-FREQ-KNOWN
               DISPLAY "Frequence absente - ordre " ORC-REQUESTER
                   " / '" ORC-SERIES-NAME "' rejete."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORD-FREQ-WEEKLY
                   AND (ORD-WEEKDAY < 1 OR ORD-WEEKDAY > 7)
               DISPLAY "Frequence W sans jour de semaine - ordre "
                   ORC-REQUESTER " / '" ORC-SERIES-NAME "' rejete."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORD-FREQ-ONE-OFF AND ORD-ONE-OFF-DATE = SPACES
               DISPLAY "Frequence O sans date - ordre "
                   ORC-REQUESTER " / '" ORC-SERIES-NAME "' rejete."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF ORD-STOP-DATE NOT = SPACES
                   AND ORD-STOP-DATE < ORD-START-DATE
               DISPLAY "Date de fin " ORD-STOP-DATE " avant la "
                   "date de debut " ORD-START-DATE " - ordre "
                   ORC-REQUESTER " / '" ORC-SERIES-NAME "' rejete."
               SET WS-CARD-INVALID TO TRUE
           END-IF.

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
