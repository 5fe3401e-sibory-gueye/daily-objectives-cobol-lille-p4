      *    chargement lue dans l'identifiant de run) puis, carte
      *    par carte, supprime une serie entiere ou purge les
      *    termes au dela d'un numero donne - chaque enregistrement
      *    supprime est d'abord recopie dans l'archive LOSTMSTA,
      *    et chaque suppression est tracee dans le journal LOSTJRN
      *    (image avant) pour que LOSTRCVR puisse la defaire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-ARCH-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "LOSTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       COPY LOSTMST REPLACING ==MST-RECORD== BY ==MSA-RECORD==
                              LEADING ==MST-== BY ==MSA-==.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTJRN.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-MASTER-STATUS        PIC XX     VALUE SPACES.
       77  WS-MST-ARCH-STATUS      PIC XX     VALUE SPACES.
       77  WS-JOURNAL-STATUS       PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-CARD-COUNT           PIC 9(03)  VALUE 0.
       77  WS-REJECT-COUNT         PIC 9(03)  VALUE 0.
           88  WS-SCAN-ENDED                  VALUE "Y".
       77  WS-ARCH-OPEN-FLAG       PIC X      VALUE "N".
           88  WS-ARCH-FILE-OPEN              VALUE "Y".
      *    LOSTJRN non ouvert ou ecriture en echec : l'epuration
      *    s'arrete et l'etape finit en RC=12.
       77  WS-JOURNAL-FAIL-FLAG    PIC X      VALUE "N".
           88  WS-JOURNAL-FAILED              VALUE "Y".
      *    Etat des lieux par serie : bornes, nombre de termes,
      *    runs presents (les dix premiers distincts, au dela ils
      *    sont comptes mais plus listes) et run le plus recent,
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
       01  WS-JRN-DATE-TIME.
           05  WS-JDT-DATE             PIC X(08).
           05  WS-JDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-JOURNAL-FAILED
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
      *        Pas de suppression sans journal : les cartes ne sont
      *        pas appliquees si LOSTJRN ne peut etre ouvert.
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "LOSTJRN inutilisable (statut "
                       WS-JOURNAL-STATUS ") - epuration abandonnee."
                   MOVE "  LOSTJRN inutilisable : epuration abandonnee."
                       TO RPT-LINE
                   WRITE RPT-LINE
                   SET WS-JOURNAL-FAILED TO TRUE
               ELSE
                   PERFORM APPLY-ONE-CARD-PARA
                       UNTIL WS-CONTROL-STATUS NOT = "00"
                       OR WS-JOURNAL-FAILED
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE CONTROL-FILE
               IF WS-CARD-COUNT = 0
                   MOVE "  Pas de carte : etat des lieux seul."
                       SET WS-SCAN-ENDED TO TRUE
                   ELSE
                       PERFORM ARCHIVE-RECORD-PARA
                       PERFORM PREPARE-JOURNAL-PARA
                       DELETE MASTER-FILE RECORD
                       IF WS-MASTER-STATUS = "00"
                           ADD 1 TO WS-DELETED-NBR
                           ADD 1 TO WS-DELETED-TOTAL
                           WRITE JRN-RECORD
                           IF WS-JOURNAL-STATUS NOT = "00"
                               DISPLAY "Erreur WRITE LOSTJRN (statut "
                                   WS-JOURNAL-STATUS ") cle " MST-KEY
                                   " - epuration abandonnee."
                               SET WS-JOURNAL-FAILED TO TRUE
                               SET WS-SCAN-ENDED TO TRUE
                           END-IF
                       ELSE
                           DISPLAY "Erreur DELETE LOSTMST (statut "
                               WS-MASTER-STATUS ") cle " MST-KEY
           MOVE MST-RECORD TO MSA-RECORD
           WRITE MSA-RECORD.

       PREPARE-JOURNAL-PARA.
      *    Image avant = enregistrement lu, pas d'image apres.
           MOVE SPACES TO JRN-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-DATE-TIME
           MOVE WS-JDT-DATE TO JRN-DATE
           MOVE WS-JDT-TIME TO JRN-TIME
           MOVE "LOSTMSTM" TO JRN-PROGRAM
           SET JRN-ACTION-DELETE TO TRUE
           MOVE MST-KEY TO JRN-KEY
           MOVE MST-TERM-VALUE TO JRN-BEFORE-VALUE
           MOVE MST-RUN-ID TO JRN-BEFORE-RUN-ID
           MOVE 0 TO JRN-AFTER-VALUE.

       PRINT-HEADER-PARA.
           MOVE "Rapport de menage du maitre LOSTMST" TO RPT-LINE
           WRITE RPT-LINE
