       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostvixb.
      *    Extraction de l'index par valeur PROD.LOST.VALUEIDX :
      *    le maitre LOSTMST n'est accessible que par serie et
      *    terme, alors que la question posee par l'audit et le
      *    pricing est l'inverse - quelle serie, quel terme et
      *    quel run ont produit telle valeur. Le programme lit le
      *    maitre en sequence puis l'archive LOSTSEQA et ecrit,
      *    pour chaque terme, deux enregistrements LOSTVIX (cle
      *    croissante 'A' et decroissante 'D', voir le copybook).
      *    Un terme archive n'est retenu que si sa valeur n'est
      *    plus celle du maitre pour ce terme : c'est une valeur
      *    qui ne survit qu'en archive. LOSTVIXJ trie ensuite
      *    l'extraction et recharge l'index, que LOSTRVL
      *    interroge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "LOSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SEQ-ARCH-FILE ASSIGN TO "LOSTSEQA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-ARCH-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "LOSTVIXE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTMST.

       FD  SEQ-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ REPLACING ==SEQ-RECORD== BY ==SEQA-RECORD==
                              LEADING ==SEQ-== BY ==SEQA-==.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTVIX.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC XX     VALUE SPACES.
       77  WS-SEQ-ARCH-STATUS      PIC XX     VALUE SPACES.
       77  WS-EXTRACT-STATUS       PIC XX     VALUE SPACES.
       77  WS-MASTER-COUNT         PIC 9(07)  VALUE 0.
       77  WS-ARCH-READ-COUNT      PIC 9(07)  VALUE 0.
       77  WS-ARCH-KEPT-COUNT      PIC 9(07)  VALUE 0.
       77  WS-ARCH-SKIP-COUNT      PIC 9(07)  VALUE 0.
       77  WS-WRITTEN-COUNT        PIC 9(07)  VALUE 0.
       77  WS-ASC-VALUE            PIC 9(21)  VALUE 0.
       77  WS-TERM-VALUE           PIC S9(20)
                                   SIGN IS LEADING SEPARATE
                                              VALUE 0.
       77  WS-SCAN-END-FLAG        PIC X      VALUE "N".
           88  WS-SCAN-ENDED                  VALUE "Y".
       77  WS-WRITE-FLAG           PIC X      VALUE "Y".
           88  WS-WRITE-OK                    VALUE "Y".
           88  WS-WRITE-FAILED                VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "LOSTMST introuvable ou illisible (statut "
                   WS-MASTER-STATUS ") - index par valeur non "
                   "reconstruit."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               IF WS-EXTRACT-STATUS NOT = "00"
                   DISPLAY "Extraction LOSTVIXE non ouverte (statut "
                       WS-EXTRACT-STATUS ") - index par valeur non "
                       "reconstruit."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM EXTRACT-MASTER-PARA
                   IF WS-WRITE-OK
                       PERFORM EXTRACT-ARCHIVE-PARA
                   END-IF
                   CLOSE EXTRACT-FILE
                   DISPLAY "Index par valeur : " WS-MASTER-COUNT
                       " terme(s) du maitre, " WS-ARCH-READ-COUNT
                       " terme(s) archive(s) lus dont "
                       WS-ARCH-KEPT-COUNT " retenu(s) et "
                       WS-ARCH-SKIP-COUNT " encore au maitre ; "
                       WS-WRITTEN-COUNT " enregistrement(s) ecrits."
                   IF WS-WRITE-FAILED
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE MASTER-FILE
           END-IF.
           STOP RUN.

       EXTRACT-MASTER-PARA.
           MOVE "N" TO WS-SCAN-END-FLAG
           PERFORM READ-MASTER-NEXT-PARA
               UNTIL WS-SCAN-ENDED OR WS-WRITE-FAILED.

       READ-MASTER-NEXT-PARA.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-ENDED TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE SPACES TO VIX-RECORD
                   MOVE MST-SERIES-NAME TO VIX-SERIES-NAME
                   MOVE MST-TERM-NBR TO VIX-TERM-NBR
                   SET VIX-FROM-MASTER TO TRUE
                   MOVE MST-RUN-ID TO VIX-RUN-ID
                   MOVE MST-TERM-VALUE TO WS-TERM-VALUE
                   PERFORM WRITE-INDEX-PAIR-PARA
           END-READ.

       EXTRACT-ARCHIVE-PARA.
      *    L'archive peut ne pas exister encore (LOSTARCJ jamais
      *    passe) : l'index est alors construit sur le maitre seul.
           OPEN INPUT SEQ-ARCH-FILE
           IF WS-SEQ-ARCH-STATUS NOT = "00"
               DISPLAY "LOSTSEQA absent ou illisible (statut "
                   WS-SEQ-ARCH-STATUS ") - index construit sur le "
                   "maitre seul."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-SCAN-END-FLAG
               PERFORM READ-ARCHIVE-NEXT-PARA
                   UNTIL WS-SCAN-ENDED OR WS-WRITE-FAILED
               CLOSE SEQ-ARCH-FILE
           END-IF.

       READ-ARCHIVE-NEXT-PARA.
           READ SEQ-ARCH-FILE
               AT END
                   SET WS-SCAN-ENDED TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-COUNT
                   PERFORM CHECK-ARCHIVED-TERM-PARA
           END-READ.

       CHECK-ARCHIVED-TERM-PARA.
      *    Le terme remplace par un run plus recent porte le plus
      *    souvent la meme valeur (meme suite, memes graines) :
      *    seule une valeur differente de celle du maitre est
      *    "survivante en archive" et merite une entree.
           MOVE SEQA-SERIES-NAME TO MST-SERIES-NAME
           MOVE SEQA-TERM-NBR TO MST-TERM-NBR
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MASTER-STATUS = "00"
              AND MST-TERM-VALUE = SEQA-TERM-VALUE
               ADD 1 TO WS-ARCH-SKIP-COUNT
           ELSE
               ADD 1 TO WS-ARCH-KEPT-COUNT
               MOVE SPACES TO VIX-RECORD
               MOVE SEQA-SERIES-NAME TO VIX-SERIES-NAME
               MOVE SEQA-TERM-NBR TO VIX-TERM-NBR
               SET VIX-FROM-ARCHIVE TO TRUE
               MOVE SEQA-RUN-ID TO VIX-RUN-ID
               MOVE SEQA-TERM-VALUE TO WS-TERM-VALUE
               PERFORM WRITE-INDEX-PAIR-PARA
           END-IF.

       WRITE-INDEX-PAIR-PARA.
      *    Cle croissante : valeur + 10**20 (toujours positive sur
      *    21 chiffres) ; cle decroissante : son complement.
           MOVE WS-TERM-VALUE TO VIX-TERM-VALUE
           COMPUTE WS-ASC-VALUE =
               WS-TERM-VALUE + 100000000000000000000
           SET VIX-ASCENDING TO TRUE
           MOVE WS-ASC-VALUE TO VIX-SORT-VALUE
           PERFORM WRITE-EXTRACT-PARA
           IF WS-WRITE-OK
               SET VIX-DESCENDING TO TRUE
               COMPUTE VIX-SORT-VALUE =
                   199999999999999999999 - WS-ASC-VALUE
               PERFORM WRITE-EXTRACT-PARA
           END-IF.

       WRITE-EXTRACT-PARA.
           WRITE VIX-RECORD
           IF WS-EXTRACT-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY "Ecriture LOSTVIXE en echec (statut "
                   WS-EXTRACT-STATUS ") - extraction abandonnee."
               SET WS-WRITE-FAILED TO TRUE
           END-IF.
