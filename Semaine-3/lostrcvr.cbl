       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostrcvr.
      *    Reprise a un point dans le temps du maitre LOSTMST a
      *    partir du journal LOSTJRN, que LOSTLOAD, LOSTDERV et
      *    LOSTMSTM alimentent a chaque ajout, remplacement ou
      *    suppression. Le point de reprise est donne sur SYSIN
      *    (voir LOSTRCC) par un identifiant de run - la premiere
      *    ecriture de ce run dans le journal - ou par une date et
      *    une heure. Toutes les lignes du journal a partir de ce
      *    point sont defaites de la plus recente a la plus
      *    ancienne : un ajout est supprime, un remplacement ou une
      *    suppression remet l'image avant. Le maitre se retrouve
      *    ainsi exactement dans son etat d'avant le point.
      *    Avant chaque annulation, l'etat courant de la cle est
      *    compare a l'image apres du journal : un ecart (mise a
      *    jour hors journal) est signale mais n'empeche pas la
      *    reprise. En simulation, rien n'est ecrit.
      *    Les annulations appliquees sont elles-memes journalisees
      *    (programme LOSTRCVR) : une reprise peut etre defaite.
      *    Une reprise appliquee inscrit dans LOSTBKO les runs
      *    LOSTLOAD et LOSTDERV qu'elle a defaits : LOSTLOAD, qui
      *    relit tout LOSTSEQ (termes derives compris), ne les
      *    recharge plus. Defaire une reprise
      *    retire de LOSTBKO les runs qu'elle avait ecartes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "LOSTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT MASTER-FILE ASSIGN TO "LOSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BACKOUT-FILE ASSIGN TO "LOSTBKO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKO-RUN-ID
               FILE STATUS IS WS-BACKOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRCC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTJRN.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTMST.

       FD  BACKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTBKO.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-JOURNAL-STATUS       PIC XX     VALUE SPACES.
       77  WS-MASTER-STATUS        PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-BACKOUT-STATUS       PIC XX     VALUE SPACES.
       77  WS-VALID-FLAG           PIC X      VALUE "Y".
           88  WS-INPUT-VALID                 VALUE "Y".
           88  WS-INPUT-INVALID               VALUE "N".
       77  WS-CUT-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-CUT-FOUND                   VALUE "Y".
       77  WS-TABLE-FULL-FLAG      PIC X      VALUE "N".
           88  WS-TABLE-FULL                  VALUE "Y".
       77  WS-ERROR-FLAG           PIC X      VALUE "N".
           88  WS-IO-ERROR                    VALUE "Y".
       77  WS-JOURNAL-OPEN-FLAG    PIC X      VALUE "N".
           88  WS-JOURNAL-OPEN                VALUE "Y".
       77  WS-PRESENT-FLAG         PIC X      VALUE "N".
           88  WS-KEY-PRESENT                 VALUE "Y".
       77  WS-LATER-FLAG           PIC X      VALUE "N".
           88  WS-KEY-SEEN-LATER              VALUE "Y".
       77  WS-GAP-FLAG             PIC X      VALUE "N".
           88  WS-STATE-GAP                   VALUE "Y".
       77  WS-CUT-TYPE             PIC X      VALUE SPACES.
           88  WS-CUT-BY-RUN                  VALUE "R".
       77  WS-RUN-MODE             PIC X      VALUE SPACES.
           88  WS-MODE-APPLY                  VALUE "A".
       77  WS-CUT-DATE             PIC X(08)  VALUE SPACES.
       77  WS-CUT-TIME             PIC X(06)  VALUE SPACES.
       77  WS-CUT-DATE-NUM         PIC 9(08)  VALUE 0.
       77  WS-CUT-RUN-ID           PIC X(16)  VALUE SPACES.
       77  WS-JRN-READ-COUNT       PIC 9(07)  VALUE 0.
       77  WS-CUT-POSITION         PIC 9(07)  VALUE 0.
       77  WS-DELETED-COUNT        PIC 9(05)  VALUE 0.
       77  WS-RESTORED-COUNT       PIC 9(05)  VALUE 0.
       77  WS-GAP-COUNT            PIC 9(05)  VALUE 0.
      *    Runs ecartes ('X') ou remis en chargement ('L')
      *    par cette reprise, un par run.
       77  WS-BACKOUT-OPEN-FLAG    PIC X      VALUE "N".
           88  WS-BACKOUT-OPEN                VALUE "Y".
       77  WS-BKO-SEEN-FLAG        PIC X      VALUE "N".
           88  WS-BKO-SEEN                    VALUE "Y".
       77  WS-BKO-COUNT            PIC 9(05)  VALUE 0.
       77  WS-BKO-IX               PIC 9(05)  VALUE 0.
       77  WS-BKO-RUN-WORK         PIC X(16)  VALUE SPACES.
       77  WS-BACKED-OUT-COUNT     PIC 9(05)  VALUE 0.
       77  WS-LIFTED-COUNT         PIC 9(05)  VALUE 0.
       01  WS-BKO-TABLE.
           05  WS-BKO-ENTRY OCCURS 5000 TIMES.
               10  WS-BKO-RUN-ID         PIC X(16).
               10  WS-BKO-KIND           PIC X(01).
      *    Lignes du journal a defaire, du point de reprise a la
      *    fin, gardees en memoire pour etre rejouees a l'envers.
      *    Au dela de la limite, rien n'est defait : choisir un
      *    point plus recent ou repartir de la sauvegarde.
       77  WS-UNDO-LIMIT           PIC 9(05)  VALUE 5000.
       77  WS-UNDO-COUNT           PIC 9(05)  VALUE 0.
       77  WS-UNDO-IX              PIC 9(05)  VALUE 0.
       77  WS-LATER-IX             PIC 9(05)  VALUE 0.
       01  WS-UNDO-TABLE.
           05  WS-UNDO-ENTRY       PIC X(120) OCCURS 5000 TIMES.
       COPY LOSTJRN REPLACING ==JRN-RECORD== BY ==UND-RECORD==
                              LEADING ==JRN-== BY ==UND-==.
       01  WS-UNDO-MARK            PIC X(04)  VALUE SPACES.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
       01  WS-JRN-DATE-TIME.
           05  WS-JDT-DATE             PIC X(08).
           05  WS-JDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-CONTROL-PARA.
           IF WS-INPUT-INVALID
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "LOSTJRN introuvable ou illisible (statut "
                       WS-JOURNAL-STATUS ") - reprise abandonnee."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM LOCATE-CUT-PARA
                       UNTIL WS-JOURNAL-STATUS NOT = "00"
                   CLOSE JOURNAL-FILE
                   OPEN OUTPUT REPORT-FILE
                   PERFORM PRINT-HEADER-PARA
                   PERFORM RECOVER-PARA
                   PERFORM PRINT-TRAILER-PARA
                   CLOSE REPORT-FILE
               END-IF
           END-IF.
           STOP RUN.

       READ-CONTROL-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SYSIN introuvable ou illisible (statut "
                   WS-CONTROL-STATUS ") - reprise abandonnee."
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               READ CONTROL-FILE
                   AT END
                       DISPLAY "SYSIN vide - point de reprise "
                           "attendu (voir LOSTRCC)."
                       SET WS-INPUT-INVALID TO TRUE
                   NOT AT END
                       PERFORM VALIDATE-CONTROL-PARA
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       VALIDATE-CONTROL-PARA.
      *    La carte est recopiee : la zone d'enregistrement ne
      *    vaut plus rien une fois SYSIN ferme.
           MOVE RCC-CUT-TYPE TO WS-CUT-TYPE
           MOVE RCC-MODE TO WS-RUN-MODE
           EVALUATE TRUE
               WHEN RCC-CUT-BY-RUN
                   MOVE RCC-CUT-RUN-ID TO WS-CUT-RUN-ID
                   IF WS-CUT-RUN-ID = SPACES
                       DISPLAY "Identifiant de run absent - "
                           "reprise abandonnee."
                       SET WS-INPUT-INVALID TO TRUE
                   END-IF
               WHEN RCC-CUT-BY-TIME
                   MOVE RCC-CUT-DATE TO WS-CUT-DATE
                   MOVE RCC-CUT-TIME TO WS-CUT-TIME
                   IF WS-CUT-TIME = SPACES
                       MOVE "000000" TO WS-CUT-TIME
                   END-IF
                   IF WS-CUT-DATE IS NOT NUMERIC
                           OR WS-CUT-TIME IS NOT NUMERIC
                       DISPLAY "Horodatage de reprise non numerique"
                           " (AAAAMMJJ HHMMSS attendu) - reprise "
                           "abandonnee."
                       SET WS-INPUT-INVALID TO TRUE
                   ELSE
                       MOVE WS-CUT-DATE TO WS-CUT-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD (WS-CUT-DATE-NUM)
                               NOT = 0
                           DISPLAY "Date de reprise invalide : "
                               WS-CUT-DATE " - reprise abandonnee."
                           SET WS-INPUT-INVALID TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Type de point de reprise invalide : '"
                       RCC-CUT-TYPE "'. Types admis : R, T."
                   SET WS-INPUT-INVALID TO TRUE
           END-EVALUATE
           IF NOT RCC-MODE-APPLY AND NOT RCC-MODE-SIMULATE
               DISPLAY "Mode invalide : '" RCC-MODE
                   "'. Modes admis : A, S ou blanc."
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

       LOCATE-CUT-PARA.
      *    Lecture du journal dans l'ordre des ecritures : tout ce
      *    qui suit le point de reprise (lui compris) est garde.
           READ JOURNAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-JRN-READ-COUNT
                   IF NOT WS-CUT-FOUND
                       PERFORM CHECK-CUT-PARA
                   END-IF
                   IF WS-CUT-FOUND
                       IF WS-UNDO-COUNT < WS-UNDO-LIMIT
                           ADD 1 TO WS-UNDO-COUNT
                           MOVE JRN-RECORD
                               TO WS-UNDO-ENTRY (WS-UNDO-COUNT)
                       ELSE
                           SET WS-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

       CHECK-CUT-PARA.
           IF WS-CUT-BY-RUN
               IF JRN-AFTER-RUN-ID = WS-CUT-RUN-ID
                       AND NOT JRN-ACTION-DELETE
                   SET WS-CUT-FOUND TO TRUE
               END-IF
           ELSE
               IF JRN-DATE > WS-CUT-DATE
                       OR (JRN-DATE = WS-CUT-DATE
                           AND JRN-TIME >= WS-CUT-TIME)
                   SET WS-CUT-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-CUT-FOUND
               MOVE WS-JRN-READ-COUNT TO WS-CUT-POSITION
           END-IF.

       RECOVER-PARA.
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   DISPLAY "Plus de " WS-UNDO-LIMIT " lignes de "
                       "journal a defaire - reprise abandonnee, "
                       "maitre inchange."
                   MOVE "Trop de lignes a defaire : maitre inchange."
                       TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE 0 TO WS-UNDO-COUNT
                   MOVE 12 TO RETURN-CODE
               WHEN NOT WS-CUT-FOUND AND WS-CUT-BY-RUN
                   DISPLAY "Run " WS-CUT-RUN-ID " absent du journal"
                       " LOSTJRN - reprise abandonnee."
                   MOVE "Run absent du journal : maitre inchange."
                       TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-CUT-FOUND
                   DISPLAY "Aucune ecriture journalisee depuis le "
                       "point de reprise - rien a defaire."
                   MOVE "Rien a defaire depuis le point de reprise."
                       TO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   PERFORM UNDO-JOURNAL-PARA
           END-EVALUATE.

       UNDO-JOURNAL-PARA.
      *    En application, pas de reprise sans la liste LOSTBKO :
      *    la nuit suivante rechargerait les runs defaits. Ni sans
      *    journal : c'est lui qui permet de defaire la reprise ou
      *    de remettre un run.
           IF WS-MODE-APPLY
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS = "00"
               PERFORM OPEN-BACKOUT-PARA
               IF WS-MODE-APPLY AND WS-BACKOUT-OPEN
                   OPEN EXTEND JOURNAL-FILE
                   IF WS-JOURNAL-STATUS NOT = "00"
                       OPEN OUTPUT JOURNAL-FILE
                   END-IF
                   IF WS-JOURNAL-STATUS = "00"
                       SET WS-JOURNAL-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MASTER-STATUS NOT = "00"
                   DISPLAY "LOSTMST inutilisable (statut "
                       WS-MASTER-STATUS ") - reprise abandonnee."
                   MOVE "LOSTMST inutilisable : reprise abandonnee."
                       TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MODE-APPLY AND NOT WS-BACKOUT-OPEN
                   DISPLAY "LOSTBKO inutilisable (statut "
                       WS-BACKOUT-STATUS ") - reprise abandonnee, "
                       "maitre inchange."
                   MOVE "LOSTBKO inutilisable : reprise abandonnee."
                       TO RPT-LINE
                   WRITE RPT-LINE
                   CLOSE MASTER-FILE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MODE-APPLY AND NOT WS-JOURNAL-OPEN
                   DISPLAY "LOSTJRN inutilisable (statut "
                       WS-JOURNAL-STATUS ") - reprise abandonnee, "
                       "maitre inchange."
                   MOVE "LOSTJRN inutilisable : reprise abandonnee."
                       TO RPT-LINE
                   WRITE RPT-LINE
                   CLOSE BACKOUT-FILE
                   CLOSE MASTER-FILE
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM UNDO-ONE-PARA
                       VARYING WS-UNDO-IX FROM WS-UNDO-COUNT BY -1
                       UNTIL WS-UNDO-IX < 1 OR WS-IO-ERROR
                   IF NOT WS-IO-ERROR
                       PERFORM RECORD-BACKOUTS-PARA
                   END-IF
                   IF WS-JOURNAL-OPEN
                       CLOSE JOURNAL-FILE
                   END-IF
                   IF WS-BACKOUT-OPEN
                       CLOSE BACKOUT-FILE
                   END-IF
                   CLOSE MASTER-FILE
                   DISPLAY "Reprise LOSTMST : " WS-UNDO-COUNT
                       " ligne(s) de journal defaite(s), "
                       WS-DELETED-COUNT " cle(s) supprimee(s), "
                       WS-RESTORED-COUNT " remise(s), "
                       WS-GAP-COUNT " ecart(s), "
                       WS-BACKED-OUT-COUNT " run(s) ecarte(s), "
                       WS-LIFTED-COUNT " run(s) remis."
                   EVALUATE TRUE
                       WHEN WS-IO-ERROR
                           MOVE 12 TO RETURN-CODE
                       WHEN WS-GAP-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
           END-EVALUATE.

       OPEN-BACKOUT-PARA.
      *    Liste creee vide a la premiere reprise appliquee ; en
      *    simulation, lue seulement si elle existe.
           MOVE "N" TO WS-BACKOUT-OPEN-FLAG
           IF WS-MODE-APPLY
               OPEN I-O BACKOUT-FILE
               IF WS-BACKOUT-STATUS NOT = "00"
                   OPEN OUTPUT BACKOUT-FILE
                   CLOSE BACKOUT-FILE
                   OPEN I-O BACKOUT-FILE
               END-IF
           ELSE
               OPEN INPUT BACKOUT-FILE
           END-IF
           IF WS-BACKOUT-STATUS = "00"
               SET WS-BACKOUT-OPEN TO TRUE
           END-IF.

       RECORD-BACKOUTS-PARA.
      *    Une ligne LOSTLOAD defaite ecarte son run des prochains
      *    chargements, sauf un remplacement a l'identique (run
      *    deja charge avant le point, relu par LOSTLOAD). Une
      *    ligne LOSTDERV defaite ecarte aussi son run : LOSTDERV
      *    ajoute ses termes derives a LOSTSEQ, que LOSTLOAD
      *    rechargerait la nuit suivante. Une
      *    annulation LOSTRCVR defaite remet en place l'image du
      *    run qu'elle avait retire : ce run est remis en
      *    chargement.
           MOVE 0 TO WS-BKO-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MODE-APPLY
               MOVE "Runs LOSTLOAD/LOSTDERV (liste LOSTBKO) :"
                   TO RPT-LINE
           ELSE
               MOVE "Runs LOSTLOAD/LOSTDERV (liste LOSTBKO, "
                   & "simulation) :" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           PERFORM VARYING WS-UNDO-IX FROM 1 BY 1
                   UNTIL WS-UNDO-IX > WS-UNDO-COUNT OR WS-IO-ERROR
               MOVE WS-UNDO-ENTRY (WS-UNDO-IX) TO UND-RECORD
               EVALUATE TRUE
                   WHEN UND-PROGRAM = "LOSTLOAD"
                       IF NOT (UND-ACTION-REPLACE
                               AND UND-BEFORE-RUN-ID =
                                   UND-AFTER-RUN-ID)
                           MOVE UND-AFTER-RUN-ID TO WS-BKO-RUN-WORK
                           PERFORM BACK-OUT-RUN-PARA
                       END-IF
                   WHEN UND-PROGRAM = "LOSTDERV"
                       MOVE UND-AFTER-RUN-ID TO WS-BKO-RUN-WORK
                       PERFORM BACK-OUT-RUN-PARA
                   WHEN UND-PROGRAM = "LOSTRCVR"
                           AND NOT UND-ACTION-ADD
                           AND UND-BEFORE-RUN-ID NOT = SPACES
                       MOVE UND-BEFORE-RUN-ID TO WS-BKO-RUN-WORK
                       PERFORM LIFT-RUN-PARA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-BKO-COUNT = 0
               MOVE "  aucun" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       FIND-BKO-RUN-PARA.
           MOVE "N" TO WS-BKO-SEEN-FLAG
           PERFORM VARYING WS-BKO-IX FROM 1 BY 1
                   UNTIL WS-BKO-IX > WS-BKO-COUNT OR WS-BKO-SEEN
               IF WS-BKO-RUN-ID (WS-BKO-IX) = WS-BKO-RUN-WORK
                   SET WS-BKO-SEEN TO TRUE
               END-IF
           END-PERFORM.

       BACK-OUT-RUN-PARA.
           PERFORM FIND-BKO-RUN-PARA
           IF NOT WS-BKO-SEEN
               ADD 1 TO WS-BKO-COUNT
               MOVE WS-BKO-RUN-WORK TO WS-BKO-RUN-ID (WS-BKO-COUNT)
               MOVE "X" TO WS-BKO-KIND (WS-BKO-COUNT)
               ADD 1 TO WS-BACKED-OUT-COUNT
               IF WS-MODE-APPLY
                   MOVE SPACES TO BKO-RECORD
                   MOVE WS-BKO-RUN-WORK TO BKO-RUN-ID
                   MOVE WS-CDT-DATE TO BKO-RCVR-DATE
                   MOVE WS-CDT-TIME TO BKO-RCVR-TIME
                   MOVE WS-CUT-TYPE TO BKO-CUT-POINT (1:1)
                   IF WS-CUT-BY-RUN
                       MOVE WS-CUT-RUN-ID TO BKO-CUT-POINT (2:16)
                   ELSE
                       MOVE WS-CUT-DATE TO BKO-CUT-POINT (2:8)
                       MOVE WS-CUT-TIME TO BKO-CUT-POINT (10:6)
                   END-IF
                   WRITE BKO-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-BACKOUT-STATUS NOT = "00"
                           AND WS-BACKOUT-STATUS NOT = "22"
                       DISPLAY "Erreur WRITE LOSTBKO (statut "
                           WS-BACKOUT-STATUS ") run " WS-BKO-RUN-WORK
                       SET WS-IO-ERROR TO TRUE
                   END-IF
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  ecarte des chargements : run "
                          DELIMITED BY SIZE
                      WS-BKO-RUN-WORK DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       LIFT-RUN-PARA.
      *    Seul un run inscrit dans LOSTBKO est concerne.
           PERFORM FIND-BKO-RUN-PARA
           IF NOT WS-BKO-SEEN AND WS-BACKOUT-OPEN
               MOVE WS-BKO-RUN-WORK TO BKO-RUN-ID
               READ BACKOUT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BKO-COUNT
                       MOVE WS-BKO-RUN-WORK
                           TO WS-BKO-RUN-ID (WS-BKO-COUNT)
                       MOVE "L" TO WS-BKO-KIND (WS-BKO-COUNT)
                       ADD 1 TO WS-LIFTED-COUNT
                       IF WS-MODE-APPLY
                           DELETE BACKOUT-FILE RECORD
                           IF WS-BACKOUT-STATUS NOT = "00"
                               DISPLAY "Erreur DELETE LOSTBKO (statut "
                                   WS-BACKOUT-STATUS ") run "
                                   WS-BKO-RUN-WORK
                               SET WS-IO-ERROR TO TRUE
                           END-IF
                       END-IF
                       MOVE SPACES TO RPT-LINE
                       STRING "  remis en chargement : run "
                                  DELIMITED BY SIZE
                              WS-BKO-RUN-WORK DELIMITED BY SIZE
                           INTO RPT-LINE
                       WRITE RPT-LINE
               END-READ
           END-IF.

       UNDO-ONE-PARA.
           MOVE WS-UNDO-ENTRY (WS-UNDO-IX) TO UND-RECORD
           MOVE UND-KEY TO MST-KEY
           READ MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRESENT-FLAG
               NOT INVALID KEY
                   SET WS-KEY-PRESENT TO TRUE
           END-READ
           PERFORM CHECK-STATE-PARA
           PERFORM PRINT-UNDO-PARA
           IF UND-ACTION-ADD
               IF WS-KEY-PRESENT
                   PERFORM DELETE-KEY-PARA
               END-IF
           ELSE
               PERFORM RESTORE-KEY-PARA
           END-IF.

       CHECK-STATE-PARA.
      *    La cle doit etre telle que la ligne de journal l'a
      *    laissee. En simulation rien n'est defait : seule la
      *    derniere ligne de chaque cle se compare au maitre.
           MOVE "N" TO WS-GAP-FLAG
           MOVE "N" TO WS-LATER-FLAG
           IF NOT WS-MODE-APPLY
               PERFORM VARYING WS-LATER-IX FROM WS-UNDO-IX BY 1
                       UNTIL WS-LATER-IX >= WS-UNDO-COUNT
                       OR WS-KEY-SEEN-LATER
                   IF WS-UNDO-ENTRY (WS-LATER-IX + 1) (24:23) =
                           UND-KEY
                       SET WS-KEY-SEEN-LATER TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-KEY-SEEN-LATER
               IF UND-ACTION-DELETE
                   IF WS-KEY-PRESENT
                       SET WS-STATE-GAP TO TRUE
                   END-IF
               ELSE
                   IF NOT WS-KEY-PRESENT
                       SET WS-STATE-GAP TO TRUE
                   ELSE
                       IF MST-TERM-VALUE NOT = UND-AFTER-VALUE
                               OR MST-RUN-ID NOT = UND-AFTER-RUN-ID
                           SET WS-STATE-GAP TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-STATE-GAP
               ADD 1 TO WS-GAP-COUNT
               MOVE "ECART" TO WS-UNDO-MARK
               DISPLAY "Ecart sur la cle " UND-KEY " : etat du "
                   "maitre different de l'image apres du journal."
           ELSE
               MOVE SPACES TO WS-UNDO-MARK
           END-IF.

       DELETE-KEY-PARA.
      *    Le terme n'existait pas avant : il est supprime.
           ADD 1 TO WS-DELETED-COUNT
           IF WS-MODE-APPLY
               MOVE SPACES TO JRN-RECORD
               SET JRN-ACTION-DELETE TO TRUE
               MOVE MST-TERM-VALUE TO JRN-BEFORE-VALUE
               MOVE MST-RUN-ID TO JRN-BEFORE-RUN-ID
               MOVE 0 TO JRN-AFTER-VALUE
               DELETE MASTER-FILE RECORD
               IF WS-MASTER-STATUS = "00"
                   PERFORM WRITE-JOURNAL-PARA
               ELSE
                   DISPLAY "Erreur DELETE LOSTMST (statut "
                       WS-MASTER-STATUS ") cle " MST-KEY
                   SET WS-IO-ERROR TO TRUE
               END-IF
           END-IF.

       RESTORE-KEY-PARA.
      *    Remise de l'image avant, en place si la cle existe,
      *    recreee sinon.
           ADD 1 TO WS-RESTORED-COUNT
           IF WS-MODE-APPLY
               MOVE SPACES TO JRN-RECORD
               IF WS-KEY-PRESENT
                   SET JRN-ACTION-REPLACE TO TRUE
                   MOVE MST-TERM-VALUE TO JRN-BEFORE-VALUE
                   MOVE MST-RUN-ID TO JRN-BEFORE-RUN-ID
               ELSE
                   SET JRN-ACTION-ADD TO TRUE
                   MOVE 0 TO JRN-BEFORE-VALUE
               END-IF
               MOVE UND-KEY TO MST-KEY
               MOVE UND-BEFORE-VALUE TO MST-TERM-VALUE
               MOVE UND-BEFORE-RUN-ID TO MST-RUN-ID
               IF WS-KEY-PRESENT
                   REWRITE MST-RECORD
               ELSE
                   WRITE MST-RECORD
               END-IF
               IF WS-MASTER-STATUS = "00"
                   PERFORM WRITE-JOURNAL-PARA
               ELSE
                   DISPLAY "Erreur mise a jour LOSTMST (statut "
                       WS-MASTER-STATUS ") cle " MST-KEY
                   SET WS-IO-ERROR TO TRUE
               END-IF
           END-IF.

       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-DATE-TIME
           MOVE WS-JDT-DATE TO JRN-DATE
           MOVE WS-JDT-TIME TO JRN-TIME
           MOVE "LOSTRCVR" TO JRN-PROGRAM
           MOVE MST-KEY TO JRN-KEY
           IF NOT JRN-ACTION-DELETE
               MOVE MST-TERM-VALUE TO JRN-AFTER-VALUE
               MOVE MST-RUN-ID TO JRN-AFTER-RUN-ID
           END-IF
           WRITE JRN-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Erreur WRITE LOSTJRN (statut "
                   WS-JOURNAL-STATUS ") cle " MST-KEY
               SET WS-IO-ERROR TO TRUE
           END-IF.

       PRINT-UNDO-PARA.
      *    Deux lignes par cle : la ligne de journal defaite, puis
      *    ce qui est remis dans le maitre.
           MOVE SPACES TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  UND-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UND-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UND-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UND-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UND-SERIES-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UND-TERM-NBR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-UNDO-MARK DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF UND-ACTION-ADD
               STRING "      supprime (absent avant le point, "
                          DELIMITED BY SIZE
                      "ajoute par le run " DELIMITED BY SIZE
                      UND-AFTER-RUN-ID DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING "      remis " DELIMITED BY SIZE
                      UND-BEFORE-VALUE DELIMITED BY SIZE
                      " run " DELIMITED BY SIZE
                      UND-BEFORE-RUN-ID DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       PRINT-HEADER-PARA.
           MOVE "Reprise du maitre LOSTMST sur journal" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Date d'execution: " DELIMITED BY SIZE
                  WS-CDT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-CUT-BY-RUN
               STRING "Point de reprise: run " DELIMITED BY SIZE
                      WS-CUT-RUN-ID DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING "Point de reprise: " DELIMITED BY SIZE
                      WS-CUT-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CUT-TIME DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           IF WS-MODE-APPLY
               MOVE "Mode            : application" TO RPT-LINE
           ELSE
               MOVE "Mode            : simulation (maitre inchange)"
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Journal         : " DELIMITED BY SIZE
                  WS-JRN-READ-COUNT DELIMITED BY SIZE
                  " ligne(s), point a la ligne " DELIMITED BY SIZE
                  WS-CUT-POSITION DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       PRINT-TRAILER-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Lignes defaites : " DELIMITED BY SIZE
                  WS-UNDO-COUNT DELIMITED BY SIZE
                  "  Supprimees : " DELIMITED BY SIZE
                  WS-DELETED-COUNT DELIMITED BY SIZE
                  "  Remises : " DELIMITED BY SIZE
                  WS-RESTORED-COUNT DELIMITED BY SIZE
                  "  Ecarts : " DELIMITED BY SIZE
                  WS-GAP-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Runs ecartes    : " DELIMITED BY SIZE
                  WS-BACKED-OUT-COUNT DELIMITED BY SIZE
                  "  Runs remis : " DELIMITED BY SIZE
                  WS-LIFTED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.
