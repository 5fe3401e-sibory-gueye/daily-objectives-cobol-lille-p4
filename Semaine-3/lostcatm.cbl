      *    incomplete viennent d'ici. Le retrait ne supprime pas
      *    l'enregistrement : la serie passe au statut 'R' et
      *    reste consultable pour l'historique.
      *    Double regard : une carte A, C ou R ne touche pas au
      *    catalogue, elle met le changement en attente (LOSTCPN)
      *    au nom de l'utilisateur qui la soumet. Il n'est applique
      *    que sur une carte V d'un autre utilisateur ; une carte X
      *    l'annule. Chaque changement applique laisse dans
      *    l'historique LOSTCHS l'entree du catalogue avant et
      *    apres, avec date, heure, demandeur et approbateur (relu
      *    par LOSTCATH).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS CAT-SERIES-NAME
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PENDING-FILE ASSIGN TO "LOSTCPN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPN-SERIES-NAME
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "LOSTCHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCAT.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCPN.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCHS.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC XX     VALUE SPACES.
       77  WS-PENDING-STATUS       PIC XX     VALUE SPACES.
       77  WS-HISTORY-STATUS       PIC XX     VALUE SPACES.
       77  WS-READ-COUNT           PIC 9(05)  VALUE 0.
       77  WS-STAGED-COUNT         PIC 9(05)  VALUE 0.
       77  WS-CANCELLED-COUNT      PIC 9(05)  VALUE 0.
       77  WS-ADDED-COUNT          PIC 9(05)  VALUE 0.
       77  WS-CHANGED-COUNT        PIC 9(05)  VALUE 0.
       77  WS-RETIRED-COUNT        PIC 9(05)  VALUE 0.
       77  WS-CARD-FLAG            PIC X      VALUE "Y".
           88  WS-CARD-VALID                  VALUE "Y".
           88  WS-CARD-INVALID                VALUE "N".
      *    Approbation en cours : l'approbateur de la carte V, et
      *    l'entree du catalogue avant application pour
      *    l'historique (a blanc pour un ajout).
       77  WS-APPROVER             PIC X(08)  VALUE SPACES.
       77  WS-APPLIED-FLAG         PIC X      VALUE "N".
           88  WS-CHANGE-APPLIED              VALUE "Y".
       77  WS-BEFORE-IMAGE         PIC X(48)  VALUE SPACES.
       77  WS-HISTORY-FAIL-FLAG    PIC X      VALUE "N".
           88  WS-HISTORY-FAILED              VALUE "Y".
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
      *    Analyse du parametre de suite en clair (signe et
      *    decimales admis : -5, 1.5, 0.85), meme regle que les
      *    cartes de controle de LOST : au plus 5 chiffres
                       WS-CATALOG-STATUS ") - maintenance abandonnee."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-PENDING-PARA
                   CLOSE CATALOG-FILE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
           STOP RUN.

       OPEN-PENDING-PARA.
      *    Fichier des changements en attente, cree vide au premier
      *    passage comme le catalogue, puis historique en ajout :
      *    sans l'un ou l'autre, rien n'est mis en attente ni
      *    applique.
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS NOT = "00"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "LOSTCPN inutilisable (statut "
                   WS-PENDING-STATUS ") - maintenance abandonnee."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "LOSTCHS inutilisable (statut "
                       WS-HISTORY-STATUS ") - maintenance "
                       "abandonnee."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM APPLY-CARD-PARA
                       UNTIL WS-CONTROL-STATUS NOT = "00"
                       OR WS-HISTORY-FAILED
                   CLOSE HISTORY-FILE
                   DISPLAY "Maintenance LOSTCAT : " WS-READ-COUNT
                       " carte(s), " WS-STAGED-COUNT
                       " mise(s) en attente, " WS-CANCELLED-COUNT
                       " annulation(s), " WS-ADDED-COUNT
                       " ajout(s), " WS-CHANGED-COUNT
                       " modification(s), " WS-RETIRED-COUNT
                       " retrait(s), " WS-REJECTED-COUNT " rejet(s)."
                   EVALUATE TRUE
                       WHEN WS-HISTORY-FAILED
                           MOVE 12 TO RETURN-CODE
                       WHEN WS-REJECTED-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                   END-EVALUATE
               END-IF
               CLOSE PENDING-FILE
           END-IF.

       APPLY-CARD-PARA.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   PERFORM VALIDATE-CARD-PARA
                   IF WS-CARD-VALID
                       EVALUATE TRUE
                           WHEN CTM-ACTION-STAGE
                               PERFORM STAGE-CHANGE-PARA
                           WHEN CTM-ACTION-APPROVE
                               PERFORM APPROVE-CHANGE-PARA
                           WHEN CTM-ACTION-CANCEL
                               PERFORM CANCEL-CHANGE-PARA
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
           END-READ.

       STAGE-CHANGE-PARA.
      *    Mise en attente : un seul changement en attente par
      *    serie, et les controles qui ne dependent que de l'etat
      *    du catalogue sont faits des maintenant pour qu'on
      *    n'approuve pas un changement voue au rejet.
           MOVE CTM-SERIES-NAME TO CPN-SERIES-NAME
           READ PENDING-FILE
               INVALID KEY
                   PERFORM CHECK-STAGE-PARA
               NOT INVALID KEY
                   DISPLAY "Serie '" CTM-SERIES-NAME "' : un "
                       "changement '" CPN-ACTION "' de "
                       CPN-SUBMITTER " est deja en attente - "
                       "l'approuver (V) ou l'annuler (X) d'abord."
                   ADD 1 TO WS-REJECTED-COUNT
           END-READ.

       CHECK-STAGE-PARA.
           SET WS-CARD-VALID TO TRUE
           MOVE CTM-SERIES-NAME TO CAT-SERIES-NAME
           READ CATALOG-FILE
               INVALID KEY
                   IF NOT CTM-ACTION-ADD
                       DISPLAY "Serie '" CTM-SERIES-NAME
                           "' absente du catalogue - action '"
                           CTM-ACTION "' rejetee."
                       SET WS-CARD-INVALID TO TRUE
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CTM-ACTION-ADD
                           DISPLAY "Serie '" CTM-SERIES-NAME
                               "' deja au catalogue - ajout rejete "
                               "(utiliser l'action C)."
                           SET WS-CARD-INVALID TO TRUE
                       WHEN CTM-ACTION-RETIRE AND CAT-STATUS-RETIRED
                           DISPLAY "Serie '" CTM-SERIES-NAME
                               "' deja retiree."
                           SET WS-CARD-INVALID TO TRUE
                   END-EVALUATE
           END-READ
           IF WS-CARD-INVALID
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CTM-SERIES-NAME TO CPN-SERIES-NAME
               MOVE CTM-ACTION TO CPN-ACTION
               MOVE CTM-SERIES-TYPE TO CPN-SERIES-TYPE
               MOVE CTM-SERIES-PARM TO CPN-SERIES-PARM
               MOVE CTM-SEED-B TO CPN-SEED-B
               MOVE CTM-SEED-O TO CPN-SEED-O
               MOVE CTM-OWNER TO CPN-OWNER
               MOVE CTM-USER TO CPN-SUBMITTER
               MOVE WS-CDT-DATE TO CPN-SUBMIT-DATE
               MOVE WS-CDT-TIME TO CPN-SUBMIT-TIME
               WRITE CPN-RECORD
                   INVALID KEY
                       DISPLAY "Erreur WRITE LOSTCPN (statut "
                           WS-PENDING-STATUS ") serie '"
                           CTM-SERIES-NAME "'."
                       ADD 1 TO WS-REJECTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-STAGED-COUNT
                       DISPLAY "Serie '" CTM-SERIES-NAME "' : "
                           "changement '" CTM-ACTION "' mis en "
                           "attente par " CTM-USER
                           " - approbation requise."
               END-WRITE
           END-IF.

       APPROVE-CHANGE-PARA.
      *    Approbation : l'approbateur doit etre un autre
      *    utilisateur que le demandeur. La carte en attente est
      *    rechargee telle quelle dans la zone de carte et passe
      *    par les memes paragraphes qu'autrefois ; elle ne quitte
      *    LOSTCPN qu'une fois appliquee.
           MOVE CTM-SERIES-NAME TO CPN-SERIES-NAME
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "Serie '" CTM-SERIES-NAME "' : aucun "
                       "changement en attente - approbation rejetee."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   IF CPN-SUBMITTER = CTM-USER
                       DISPLAY "Serie '" CTM-SERIES-NAME "' : "
                           CTM-USER " ne peut pas approuver son "
                           "propre changement - approbation rejetee."
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       PERFORM APPLY-PENDING-PARA
                   END-IF
           END-READ.

       APPLY-PENDING-PARA.
           MOVE CTM-USER TO WS-APPROVER
           MOVE CPN-ACTION TO CTM-ACTION
           MOVE CPN-SERIES-TYPE TO CTM-SERIES-TYPE
           MOVE CPN-SERIES-PARM TO CTM-SERIES-PARM
           MOVE CPN-SEED-B TO CTM-SEED-B
           MOVE CPN-SEED-O TO CTM-SEED-O
           MOVE CPN-OWNER TO CTM-OWNER
           MOVE CPN-SUBMITTER TO CTM-USER
           PERFORM CHECK-PARM-PARA
           MOVE "N" TO WS-APPLIED-FLAG
           MOVE SPACES TO WS-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN CTM-ACTION-ADD
                   PERFORM ADD-SERIES-PARA
               WHEN CTM-ACTION-CHANGE
                   PERFORM CHANGE-SERIES-PARA
               WHEN CTM-ACTION-RETIRE
                   PERFORM RETIRE-SERIES-PARA
           END-EVALUATE
           IF WS-CHANGE-APPLIED
               DELETE PENDING-FILE
                   INVALID KEY
                       DISPLAY "Erreur DELETE LOSTCPN (statut "
                           WS-PENDING-STATUS ") serie '"
                           CPN-SERIES-NAME "'."
               END-DELETE
               DISPLAY "Serie '" CPN-SERIES-NAME "' : changement '"
                   CPN-ACTION "' de " CPN-SUBMITTER
                   " approuve par " WS-APPROVER "."
           ELSE
               DISPLAY "Serie '" CPN-SERIES-NAME "' : changement "
                   "non applique, il reste en attente."
           END-IF.

       CANCEL-CHANGE-PARA.
           MOVE CTM-SERIES-NAME TO CPN-SERIES-NAME
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "Serie '" CTM-SERIES-NAME "' : aucun "
                       "changement en attente - annulation rejetee."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   DELETE PENDING-FILE
                       INVALID KEY
                           DISPLAY "Erreur DELETE LOSTCPN (statut "
                               WS-PENDING-STATUS ") serie '"
                               CTM-SERIES-NAME "'."
                           ADD 1 TO WS-REJECTED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-CANCELLED-COUNT
                           DISPLAY "Serie '" CTM-SERIES-NAME
                               "' : changement '" CPN-ACTION "' de "
                               CPN-SUBMITTER " annule par "
                               CTM-USER "."
                   END-DELETE
           END-READ.

       WRITE-HISTORY-PARA.
      *    Appele juste avant l'ecriture dans LOSTCAT : CAT-RECORD
      *    porte deja l'entree a ecrire (image apres). Un
      *    changement qui ne peut pas etre historise n'est pas
      *    applique et la maintenance s'arrete (fin en RC=12).
           MOVE WS-CDT-DATE TO CHS-CHANGE-DATE
           MOVE WS-CDT-TIME TO CHS-CHANGE-TIME
           MOVE CPN-SERIES-NAME TO CHS-SERIES-NAME
           MOVE CPN-ACTION TO CHS-ACTION
           MOVE CPN-SUBMITTER TO CHS-SUBMITTER
           MOVE CPN-SUBMIT-DATE TO CHS-SUBMIT-DATE
           MOVE CPN-SUBMIT-TIME TO CHS-SUBMIT-TIME
           MOVE WS-APPROVER TO CHS-APPROVER
           MOVE WS-BEFORE-IMAGE TO CHS-BEFORE-IMAGE
           MOVE CAT-RECORD TO CHS-AFTER-IMAGE
           WRITE CHS-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Erreur WRITE LOSTCHS (statut "
                   WS-HISTORY-STATUS ") serie '" CPN-SERIES-NAME
                   "' - changement non applique, maintenance "
                   "abandonnee."
               SET WS-HISTORY-FAILED TO TRUE
           END-IF.

       VALIDATE-CARD-PARA.
           SET WS-CARD-VALID TO TRUE
           IF NOT CTM-ACTION-KNOWN
               DISPLAY "Action invalide : '" CTM-ACTION
                   "'. Actions admises : A, C, R, V, X."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF CTM-SERIES-NAME = SPACES
               DISPLAY "Nom de serie absent - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF CTM-USER = SPACES
               DISPLAY "Utilisateur absent (cols 49-56) - carte "
                   "rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF CTM-ACTION-STAGE
               PERFORM CHECK-FIELDS-PARA
           END-IF.

       CHECK-FIELDS-PARA.
           IF CTM-SERIES-TYPE NOT = SPACE
                   AND CTM-SERIES-TYPE NOT = "A"
                   AND CTM-SERIES-TYPE NOT = "T"
                   "'. Types admis : A, T, G, S."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           PERFORM CHECK-PARM-PARA
           IF CTM-SERIES-PARM NOT = SPACES AND NOT WS-PARM-OK
               DISPLAY "Parametre de suite invalide : '"
                   CTM-SERIES-PARM "' - carte rejetee."
               SET WS-CARD-INVALID TO TRUE
           END-IF
           IF CTM-SEED-B NOT = SPACES
                   AND CTM-SEED-B IS NOT NUMERIC
               SET WS-CARD-INVALID TO TRUE
           END-IF.

       CHECK-PARM-PARA.
      *    Parametre en clair : signe et decimales admis (-5,
      *    1.5, 0.85). Absent, le temoin reste baisse et les
      *    actions A/C n'y touchent pas.
           MOVE "N" TO WS-PARM-PRESENT-FLAG
           MOVE "N" TO WS-PARM-OK-FLAG
           IF CTM-SERIES-PARM NOT = SPACES
               MOVE CTM-SERIES-PARM TO WS-PARM-TEXT
               PERFORM PARSE-PARM-PARA
               IF WS-PARM-OK
                   SET WS-PARM-PRESENT TO TRUE
               END-IF
           END-IF.

       ADD-SERIES-PARA.
      *    Ajout : les champs laisses a blanc recoivent les memes
      *    valeurs par defaut que LOST (type additif, graines de
      *    Fibonacci). La serie nait active. La cle est
      *    controlee avant l'historique pour ne pas historiser un
      *    ajout en double.
           SET WS-CARD-VALID TO TRUE
           MOVE CTM-SERIES-NAME TO CAT-SERIES-NAME
           READ CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Serie '" CTM-SERIES-NAME
                       "' deja au catalogue - ajout rejete "
                       "(utiliser l'action C)."
                   ADD 1 TO WS-REJECTED-COUNT
                   SET WS-CARD-INVALID TO TRUE
           END-READ
           IF WS-CARD-VALID
               MOVE CTM-SERIES-NAME TO CAT-SERIES-NAME
               MOVE "A" TO CAT-SERIES-TYPE
               MOVE 0 TO CAT-SERIES-PARM
               MOVE 0 TO CAT-SEED-B
               MOVE 1 TO CAT-SEED-O
               MOVE CTM-OWNER TO CAT-OWNER
               SET CAT-STATUS-ACTIVE TO TRUE
               IF CTM-SERIES-TYPE NOT = SPACE
                   MOVE CTM-SERIES-TYPE TO CAT-SERIES-TYPE
               END-IF
               IF WS-PARM-PRESENT
                   MOVE WS-PARM-VALUE TO CAT-SERIES-PARM
               END-IF
               IF CTM-SEED-B IS NUMERIC
                   MOVE CTM-SEED-B TO CAT-SEED-B
               END-IF
               IF CTM-SEED-O IS NUMERIC
                   MOVE CTM-SEED-O TO CAT-SEED-O
               END-IF
               PERFORM WRITE-HISTORY-PARA
               IF NOT WS-HISTORY-FAILED
                   WRITE CAT-RECORD
                       INVALID KEY
                           DISPLAY "Erreur WRITE LOSTCAT (statut "
                               WS-CATALOG-STATUS ") serie '"
                               CTM-SERIES-NAME "'."
                           ADD 1 TO WS-REJECTED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                           SET WS-CHANGE-APPLIED TO TRUE
                           DISPLAY "Serie '" CTM-SERIES-NAME
                               "' ajoutee."
                   END-WRITE
               END-IF
           END-IF.

       CHANGE-SERIES-PARA.
      *    Modification : seuls les champs renseignes sur la carte
                       "rejetee."
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   MOVE CAT-RECORD TO WS-BEFORE-IMAGE
                   IF CTM-SERIES-TYPE NOT = SPACE
                       MOVE CTM-SERIES-TYPE TO CAT-SERIES-TYPE
                   END-IF
                   IF CTM-OWNER NOT = SPACES
                       MOVE CTM-OWNER TO CAT-OWNER
                   END-IF
                   PERFORM WRITE-HISTORY-PARA
                   IF NOT WS-HISTORY-FAILED
                       PERFORM REWRITE-CHANGE-PARA
                   END-IF
           END-READ.

       REWRITE-CHANGE-PARA.
           REWRITE CAT-RECORD
           IF WS-CATALOG-STATUS = "00"
               ADD 1 TO WS-CHANGED-COUNT
               SET WS-CHANGE-APPLIED TO TRUE
               DISPLAY "Serie '" CTM-SERIES-NAME "' modifiee."
           ELSE
               DISPLAY "Erreur REWRITE LOSTCAT (statut "
                   WS-CATALOG-STATUS ") serie '"
                   CTM-SERIES-NAME "'."
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       RETIRE-SERIES-PARA.
           MOVE CTM-SERIES-NAME TO CAT-SERIES-NAME
           READ CATALOG-FILE
                           "' deja retiree."
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       MOVE CAT-RECORD TO WS-BEFORE-IMAGE
                       SET CAT-STATUS-RETIRED TO TRUE
                       PERFORM WRITE-HISTORY-PARA
                       IF NOT WS-HISTORY-FAILED
                           PERFORM REWRITE-RETIRE-PARA
                       END-IF
                   END-IF
           END-READ.

       REWRITE-RETIRE-PARA.
           REWRITE CAT-RECORD
           IF WS-CATALOG-STATUS = "00"
               ADD 1 TO WS-RETIRED-COUNT
               SET WS-CHANGE-APPLIED TO TRUE
               DISPLAY "Serie '" CTM-SERIES-NAME "' retiree."
           ELSE
               DISPLAY "Erreur REWRITE LOSTCAT (statut "
                   WS-CATALOG-STATUS ") serie '"
                   CTM-SERIES-NAME "'."
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       PARSE-PARM-PARA.
      *    Parametre de suite en clair dans WS-PARM-TEXT : signe
      *    en tete facultatif, au plus 5 chiffres entiers, un
