       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostrqmm.
      *    Maintenance du fichier des demandeurs LOSTRQM : une carte
      *    SYSIN par action (ajout, modification, suspension,
      *    reactivation, ajout ou retrait d'une serie autorisee).
      *    C'est ce fichier qui fait foi pour LOST : un code absent
      *    ou suspendu n'est plus servi, une serie hors de la liste
      *    du demandeur est refusee, et le maximum de termes par
      *    carte et le quota mensuel viennent d'ici. Un nouveau
      *    departement s'ajoute par une carte, plus par une
      *    modification de programme. La suspension ne supprime
      *    pas l'enregistrement : le code reste consultable pour
      *    l'historique et la refacturation. Une serie autorisee
      *    doit etre une entree active du catalogue LOSTCAT : une
      *    serie absente ou retiree fait rejeter la carte (RC=8).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REQUESTER-FILE ASSIGN TO "LOSTRQM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQM-REQUESTER
               FILE STATUS IS WS-REQUESTER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LOSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-SERIES-NAME
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRQC.

       FD  REQUESTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRQM.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCAT.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-REQUESTER-STATUS     PIC XX     VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC XX     VALUE SPACES.
       77  WS-READ-COUNT           PIC 9(05)  VALUE 0.
       77  WS-ADDED-COUNT          PIC 9(05)  VALUE 0.
       77  WS-CHANGED-COUNT        PIC 9(05)  VALUE 0.
       77  WS-REJECTED-COUNT       PIC 9(05)  VALUE 0.
       77  WS-CARD-FLAG            PIC X      VALUE "Y".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
      *    Au moins une carte rejetee pour une serie hors catalogue.
       77  WS-CATALOG-REJECT-FLAG  PIC X      VALUE "N".
           88  WS-CATALOG-REJECT              VALUE "Y".
      *    Liste des series autorisees : au plus 10 par demandeur
      *    (au-dela, ouvrir toutes les series par '*').
       77  WS-SERIES-LIMIT         PIC 9(02)  VALUE 10.
       77  WS-SER-IX               PIC 9(02)  VALUE 0.
       77  WS-SER-FOUND-IX         PIC 9(02)  VALUE 0.
       77  WS-REWRITE-FLAG         PIC X      VALUE "N".
           88  WS-REWRITE-WANTED              VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SYSIN introuvable ou illisible (statut "
                   WS-CONTROL-STATUS ") - maintenance abandonnee."
               MOVE 8 TO RETURN-CODE
           ELSE
      *        Premiere constitution : le fichier n'existe pas
      *        encore, on le cree vide puis on le rouvre en mise a
      *        jour (meme amorcage que LOSTCATM pour LOSTCAT).
               OPEN I-O REQUESTER-FILE
               IF WS-REQUESTER-STATUS NOT = "00"
                   OPEN OUTPUT REQUESTER-FILE
                   CLOSE REQUESTER-FILE
                   OPEN I-O REQUESTER-FILE
               END-IF
               IF WS-REQUESTER-STATUS NOT = "00"
                   DISPLAY "LOSTRQM inutilisable (statut "
                       WS-REQUESTER-STATUS ") - maintenance "
                       "abandonnee."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN INPUT CATALOG-FILE
                   IF WS-CATALOG-STATUS NOT = "00"
                       DISPLAY "LOSTCAT introuvable ou illisible "
                           "(statut " WS-CATALOG-STATUS ") - "
                           "maintenance abandonnee."
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM APPLY-CARD-PARA
                           UNTIL WS-CONTROL-STATUS NOT = "00"
                       CLOSE CATALOG-FILE
                       DISPLAY "Maintenance LOSTRQM : " WS-READ-COUNT
                           " carte(s), " WS-ADDED-COUNT " ajout(s), "
                           WS-CHANGED-COUNT " modification(s), "
                           WS-REJECTED-COUNT " rejet(s)."
                       EVALUATE TRUE
                           WHEN WS-CATALOG-REJECT
                               MOVE 8 TO RETURN-CODE
                           WHEN WS-REJECTED-COUNT > 0
                               MOVE 4 TO RETURN-CODE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   CLOSE REQUESTER-FILE
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
                       IF RQC-ACTION-ADD
                           PERFORM ADD-REQUESTER-PARA
                       ELSE
                           PERFORM UPDATE-REQUESTER-PARA
                       END-IF
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-READ.

       VALIDATE-CARD-PARA.
           SET WS-CARD-VALID TO TRUE
           IF NOT RQC-ACTION-KNOWN
               DISPLAY "Action invalide : '" RQC-ACTION
                   "'. Actions admises : A, C, S, R, G, X."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF RQC-REQUESTER = SPACES
               DISPLAY "Code demandeur absent - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF RQC-MAX-TERMS NOT = SPACES
               IF RQC-MAX-TERMS IS NOT NUMERIC
                   DISPLAY "Maximum de termes non numerique : '"
                       RQC-MAX-TERMS "' - carte rejetee."
                   SET WS-CARD-INVALID TO TRUE
               ELSE
                   IF RQC-MAX-TERMS = "000"
                       DISPLAY "Maximum de termes nul - carte "
                           "rejetee (suspendre le demandeur)."
                       SET WS-CARD-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF
           IF RQC-MONTHLY-QUOTA NOT = SPACES
                   AND RQC-MONTHLY-QUOTA IS NOT NUMERIC
               DISPLAY "Quota mensuel non numerique : '"
                   RQC-MONTHLY-QUOTA "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF (RQC-ACTION-GRANT OR RQC-ACTION-REVOKE)
                   AND RQC-SERIES-NAME = SPACES
               DISPLAY "Serie absente pour l'action '" RQC-ACTION
                   "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF (RQC-ACTION-GRANT OR RQC-ACTION-ADD)
                   AND RQC-SERIES-NAME NOT = SPACES
                   AND RQC-SERIES-NAME NOT = "*"
               PERFORM CHECK-CATALOG-PARA
           END-IF.

       CHECK-CATALOG-PARA.
      *    Seule une serie active de LOSTCAT peut etre autorisee ;
      *    le retrait (X) reste admis pour une serie retiree.
           MOVE RQC-SERIES-NAME TO CAT-SERIES-NAME
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY "Serie '" RQC-SERIES-NAME "' absente du "
                       "catalogue LOSTCAT - carte rejetee."
                   SET WS-CARD-INVALID TO TRUE
                   SET WS-CATALOG-REJECT TO TRUE
               NOT INVALID KEY
                   IF NOT CAT-STATUS-ACTIVE
                       DISPLAY "Serie '" RQC-SERIES-NAME "' retiree "
                           "du catalogue LOSTCAT - carte rejetee."
                       SET WS-CARD-INVALID TO TRUE
                       SET WS-CATALOG-REJECT TO TRUE
                   END-IF
           END-READ.

       ADD-REQUESTER-PARA.
      *    Ajout : le demandeur nait actif, sans quota et au
      *    maximum de 999 termes par carte sauf valeurs sur la
      *    carte ; la serie de la carte, s'il y en a une, ouvre sa
      *    liste (les suivantes par l'action G).
           MOVE RQC-REQUESTER TO RQM-REQUESTER
           MOVE RQC-NAME TO RQM-NAME
           MOVE RQC-COST-CENTRE TO RQM-COST-CENTRE
           SET RQM-STATUS-ACTIVE TO TRUE
           MOVE 999 TO RQM-MAX-TERMS
           MOVE 0 TO RQM-MONTHLY-QUOTA
           MOVE 0 TO RQM-SERIES-COUNT
           PERFORM VARYING WS-SER-IX FROM 1 BY 1
                   UNTIL WS-SER-IX > WS-SERIES-LIMIT
               MOVE SPACES TO RQM-SERIES-NAME (WS-SER-IX)
           END-PERFORM
           IF RQC-MAX-TERMS IS NUMERIC
               MOVE RQC-MAX-TERMS TO RQM-MAX-TERMS
           END-IF
           IF RQC-MONTHLY-QUOTA IS NUMERIC
               MOVE RQC-MONTHLY-QUOTA TO RQM-MONTHLY-QUOTA
           END-IF
           IF RQC-SERIES-NAME NOT = SPACES
               MOVE 1 TO RQM-SERIES-COUNT
               MOVE RQC-SERIES-NAME TO RQM-SERIES-NAME (1)
           END-IF
           WRITE RQM-RECORD
               INVALID KEY
                   DISPLAY "Demandeur '" RQC-REQUESTER
                       "' deja au fichier - ajout rejete "
                       "(utiliser l'action C)."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   DISPLAY "Demandeur '" RQC-REQUESTER "' ajoute."
           END-WRITE.

       UPDATE-REQUESTER-PARA.
      *    Toutes les autres actions portent sur un demandeur
      *    existant : lecture, application, reecriture.
           MOVE "N" TO WS-REWRITE-FLAG
           MOVE RQC-REQUESTER TO RQM-REQUESTER
           READ REQUESTER-FILE
               INVALID KEY
                   DISPLAY "Demandeur '" RQC-REQUESTER
                       "' absent du fichier - action '" RQC-ACTION
                       "' rejetee."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RQC-ACTION-CHANGE
                           PERFORM CHANGE-REQUESTER-PARA
                       WHEN RQC-ACTION-SUSPEND
                           PERFORM SUSPEND-REQUESTER-PARA
                       WHEN RQC-ACTION-REACTIVATE
                           PERFORM REACTIVATE-REQUESTER-PARA
                       WHEN RQC-ACTION-GRANT
                           PERFORM GRANT-SERIES-PARA
                       WHEN RQC-ACTION-REVOKE
                           PERFORM REVOKE-SERIES-PARA
                   END-EVALUATE
                   IF WS-REWRITE-WANTED
                       PERFORM REWRITE-REQUESTER-PARA
                   END-IF
           END-READ.

       CHANGE-REQUESTER-PARA.
      *    Modification : seuls les champs renseignes sur la carte
      *    sont appliques. Le statut et la liste des series ont
      *    leurs propres actions.
           IF RQC-NAME NOT = SPACES
               MOVE RQC-NAME TO RQM-NAME
           END-IF
           IF RQC-COST-CENTRE NOT = SPACES
               MOVE RQC-COST-CENTRE TO RQM-COST-CENTRE
           END-IF
           IF RQC-MAX-TERMS IS NUMERIC
               MOVE RQC-MAX-TERMS TO RQM-MAX-TERMS
           END-IF
           IF RQC-MONTHLY-QUOTA IS NUMERIC
               MOVE RQC-MONTHLY-QUOTA TO RQM-MONTHLY-QUOTA
           END-IF
           SET WS-REWRITE-WANTED TO TRUE.

       SUSPEND-REQUESTER-PARA.
           IF RQM-STATUS-SUSPENDED
               DISPLAY "Demandeur '" RQC-REQUESTER
                   "' deja suspendu."
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               SET RQM-STATUS-SUSPENDED TO TRUE
               SET WS-REWRITE-WANTED TO TRUE
           END-IF.

       REACTIVATE-REQUESTER-PARA.
           IF RQM-STATUS-ACTIVE
               DISPLAY "Demandeur '" RQC-REQUESTER
                   "' deja actif."
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               SET RQM-STATUS-ACTIVE TO TRUE
               SET WS-REWRITE-WANTED TO TRUE
           END-IF.

       GRANT-SERIES-PARA.
           PERFORM FIND-SERIES-PARA
           EVALUATE TRUE
               WHEN WS-SER-FOUND-IX > 0
                   DISPLAY "Serie '" RQC-SERIES-NAME
                       "' deja autorisee pour '" RQC-REQUESTER "'."
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN RQM-SERIES-COUNT >= WS-SERIES-LIMIT
                   DISPLAY "Liste des series de '" RQC-REQUESTER
                       "' pleine (" WS-SERIES-LIMIT ") - ajout "
                       "rejete."
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO RQM-SERIES-COUNT
                   MOVE RQC-SERIES-NAME
                       TO RQM-SERIES-NAME (RQM-SERIES-COUNT)
                   SET WS-REWRITE-WANTED TO TRUE
           END-EVALUATE.

       REVOKE-SERIES-PARA.
      *    Retrait : les series suivantes remontent d'un rang pour
      *    garder la liste contigue.
           PERFORM FIND-SERIES-PARA
           IF WS-SER-FOUND-IX = 0
               DISPLAY "Serie '" RQC-SERIES-NAME
                   "' non autorisee pour '" RQC-REQUESTER
                   "' - retrait rejete."
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM VARYING WS-SER-IX FROM WS-SER-FOUND-IX BY 1
                       UNTIL WS-SER-IX >= RQM-SERIES-COUNT
                   MOVE RQM-SERIES-NAME (WS-SER-IX + 1)
                       TO RQM-SERIES-NAME (WS-SER-IX)
               END-PERFORM
               MOVE SPACES TO RQM-SERIES-NAME (RQM-SERIES-COUNT)
               SUBTRACT 1 FROM RQM-SERIES-COUNT
               SET WS-REWRITE-WANTED TO TRUE
           END-IF.

       FIND-SERIES-PARA.
           MOVE 0 TO WS-SER-FOUND-IX
           PERFORM VARYING WS-SER-IX FROM 1 BY 1
                   UNTIL WS-SER-IX > RQM-SERIES-COUNT
                   OR WS-SER-FOUND-IX > 0
               IF RQM-SERIES-NAME (WS-SER-IX) = RQC-SERIES-NAME
                   MOVE WS-SER-IX TO WS-SER-FOUND-IX
               END-IF
           END-PERFORM.

       REWRITE-REQUESTER-PARA.
           REWRITE RQM-RECORD
           IF WS-REQUESTER-STATUS = "00"
               ADD 1 TO WS-CHANGED-COUNT
               DISPLAY "Demandeur '" RQC-REQUESTER "' mis a jour "
                   "(action '" RQC-ACTION "')."
           ELSE
               DISPLAY "Erreur REWRITE LOSTRQM (statut "
                   WS-REQUESTER-STATUS ") demandeur '"
                   RQC-REQUESTER "'."
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
