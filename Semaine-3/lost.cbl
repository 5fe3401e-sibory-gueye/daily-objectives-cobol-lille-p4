               RECORD KEY IS CAT-SERIES-NAME
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REQUESTER-FILE ASSIGN TO "LOSTRQM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQM-REQUESTER
               FILE STATUS IS WS-REQUESTER-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "LOSTBDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "LOSTRCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARTCARD-FILE ASSIGN TO "LOSTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCARD-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "LOSTPTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT USAGE-FILE ASSIGN TO "LOSTSTU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCAT.

       FD  REQUESTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRQM.

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTBDT.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRCT.

       FD  PARTCARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTPRT.

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTPTM.

       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSTA REPLACING ==STA-RECORD== BY ==STU-RECORD==
                              LEADING ==STA-== BY ==STU-==.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-SEQUENCE-STATUS      PIC XX     VALUE SPACES.
       77  WS-RESUME-START-NBR     PIC 9(03)  VALUE 0.
      *    Le SYSIN est charge en une fois dans cette table : un
      *    enregistrement de controle par sequence demandee, traites
      *    dans l'ordre du paquet par PROCESS-DECK-PARA. Le
      *    paquet est
      *    limite a 99 : le rang dans l'identifiant de run
      *    (WS-RUN-ID-SEQ) n'a que deux chiffres, et un centieme
      *    rang reboucle a 00 - ce qui casserait l'ordre
      *    chronologique des identifiants sur lequel s'appuient la
      *    promotion et le menage. Un paquet plus gros passe par
      *    LOSTSPLT, en partitions de 99 cartes au plus.
       77  WS-DECK-LIMIT           PIC 9(03)  VALUE 99.
       77  WS-CTL-COUNT            PIC 9(03)  VALUE 0.
       77  WS-CTL-IX               PIC 9(03)  VALUE 0.
           05  WS-RUN-ID-DATE      PIC X(08).
           05  WS-RUN-ID-TIME      PIC X(06).
           05  WS-RUN-ID-SEQ       PIC 9(02).
      *    Meme identifiant pour une partition d'un paquet decoupe
      *    par LOSTSPLT : estampille de base du decoupage (date +
      *    HHMM) et rang global de la carte sur quatre chiffres -
      *    unique entre partitions, et dans l'ordre du paquet
      *    entier comme l'aurait donne un LOST seul.
       01  WS-RUN-ID-PARTITION REDEFINES WS-RUN-ID.
           05  WS-RUN-ID-BASE      PIC X(12).
           05  WS-RUN-ID-RANK      PIC 9(04).
      *    Execution partitionnee : la carte LOSTPRT donne le
      *    numero de partition, le manifeste LOSTPTM l'estampille
      *    de base et le rang global de chaque carte du paquet de
      *    la partition (dans l'ordre de ce paquet). Sans carte
      *    LOSTPRT, LOST tourne seul comme avant.
       77  WS-PARTCARD-STATUS      PIC XX     VALUE SPACES.
       77  WS-MANIFEST-STATUS      PIC XX     VALUE SPACES.
       77  WS-USAGE-STATUS         PIC XX     VALUE SPACES.
       77  WS-PRT-MODE-FLAG        PIC X      VALUE "N".
           88  WS-PARTITIONED                 VALUE "Y".
           88  WS-PRT-CARD-INVALID            VALUE "E".
       77  WS-PRT-LIMIT            PIC 9(02)  VALUE 6.
       77  WS-PRT-NBR              PIC 9(02)  VALUE 0.
       77  WS-PRT-DECK-FLAG        PIC X      VALUE "Y".
           88  WS-PRT-DECK-OK                 VALUE "Y".
           88  WS-PRT-DECK-REFUSED            VALUE "N".
       77  WS-PRT-HEADER-FLAG      PIC X      VALUE "N".
           88  WS-PRT-HEADER-SEEN             VALUE "Y".
       77  WS-PRT-EXPECTED         PIC 9(03)  VALUE 0.
       77  WS-PRT-CARD-COUNT       PIC 9(03)  VALUE 0.
       77  WS-PRT-BASE-STAMP       PIC X(12)  VALUE SPACES.
       01  WS-PRT-RANKS.
           05  WS-PRT-RANK         PIC 9(04)  OCCURS 99 TIMES.
       77  WS-SEQ-RC               PIC 9(02)  VALUE 0.
       77  WS-WORST-RC             PIC 9(02)  VALUE 0.
       77  WS-SEQ-OPEN-FLAG        PIC X      VALUE "N".
       77  WS-SERIES-NAME          PIC X(20)  VALUE "Fibonacci".
      *    Code demandeur/departement de l'enregistrement de
      *    controle courant : dit qui a demande la sequence.
      *    Controle contre le fichier des demandeurs LOSTRQM
      *    (code actif, serie autorisee, maximum de termes par
      *    carte, quota mensuel) ; a blanc admis pendant la
      *    bascule (paquets anterieurs). Repris dans l'audit, les
      *    statistiques et l'en-tete du rapport pour la
      *    refacturation mensuelle.
       77  WS-REQUESTER            PIC X(08)  VALUE SPACES.
       77  WS-REQUESTER-STATUS     PIC XX     VALUE SPACES.
       77  WS-RQM-USABLE-FLAG      PIC X      VALUE "N".
           88  WS-RQM-USABLE                  VALUE "Y".
       77  WS-ENTITLED-FLAG        PIC X      VALUE "N".
           88  WS-SERIES-ENTITLED             VALUE "Y".
       77  WS-RQM-SER-IX           PIC 9(02)  VALUE 0.
      *    Motif de rejet propre au demandeur, distinct de
      *    l'entree invalide dans l'audit : 'E' hors droits (code
      *    inconnu ou suspendu, serie non autorisee, trop de
      *    termes pour une carte), 'Q' quota mensuel depasse.
       77  WS-REJECT-FLAG          PIC X      VALUE SPACE.
           88  WS-REJECT-ENTITLEMENT          VALUE "E".
           88  WS-REJECT-QUOTA                VALUE "Q".
      *    Consommation du mois d'exploitation par demandeur du
      *    paquet : somme des STA-PRODUCED-NBR de LOSTSTA lue au
      *    demarrage, puis tenue a jour a chaque sequence produite
      *    (les sequences du paquet comptent pour les suivantes).
      *    Au plus un demandeur par enregistrement du paquet.
       77  WS-USAGE-MONTH          PIC X(06)  VALUE SPACES.
       77  WS-USAGE-COUNT          PIC 9(03)  VALUE 0.
       77  WS-USAGE-IX             PIC 9(03)  VALUE 0.
       77  WS-USAGE-FOUND-FLAG     PIC X      VALUE "N".
           88  WS-USAGE-FOUND                 VALUE "Y".
       77  WS-USAGE-KEY            PIC X(08)  VALUE SPACES.
       01  WS-USAGE-TABLE.
           05  WS-USAGE-ENTRY OCCURS 99 TIMES.
               10  WS-USG-REQUESTER      PIC X(08).
               10  WS-USG-TERMS          PIC 9(07).
      *    Position de quota de la sequence courante, imprimee dans
      *    l'en-tete du rapport (quota 0 = pas de quota).
       77  WS-QUOTA-LIMIT          PIC 9(07)  VALUE 0.
       77  WS-QUOTA-USED           PIC 9(07)  VALUE 0.
       77  WS-QUOTA-LEFT           PIC S9(08) VALUE 0.
       77  WS-QUOTA-LEFT-ED        PIC 9(07)  VALUE 0.
      *    Recurrence effective de la sequence courante : le type
      *    pilote vraiment la formule de generation (et plus
      *    seulement le libelle du rapport). WS-P est le troisieme
       77  WS-N-CHECK              PIC S9(25)V9(02) VALUE 0.
       77  WS-OVERFLOW-FLAG        PIC X      VALUE "N".
           88  WS-OVERFLOW-OCCURRED           VALUE "Y".
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
      *    terminee. Une partition s'enregistre sous LOSTPnn,
      *    derriere le decoupage LOSTSPLT ; la fusion LOSTMRG
      *    ecrit ensuite l'entree LOST de la nuit.
           PERFORM READ-PARTITION-CARD-PARA
           IF WS-PRT-CARD-INVALID
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PARTITIONED
                   MOVE SPACES TO WS-RCT-STEP
                   STRING "LOSTP" DELIMITED BY SIZE
                          WS-PRT-NBR DELIMITED BY SIZE
                       INTO WS-RCT-STEP
                   MOVE "LOSTSPLT" TO WS-RCT-PREDECESSOR
               ELSE
                   MOVE "LOST" TO WS-RCT-STEP
                   MOVE SPACES TO WS-RCT-PREDECESSOR
               END-IF
               MOVE "X" TO WS-RCT-CLOSED-ACTION
               MOVE 8 TO WS-RCT-CLOSE-RC
               PERFORM RCT-START-PARA
               IF WS-RCT-RUN-STEP
                   PERFORM PROCESS-DECK-PARA
                   MOVE WS-CTL-COUNT TO WS-RCT-READ-COUNT
                   PERFORM RCT-END-PARA
               END-IF
           END-IF.
           STOP RUN.

       READ-PARTITION-CARD-PARA.
      *    DD LOSTPRT absente ou vide : execution seule. Une carte
      *    presente mais illisible est refusee (RC=8) plutot que
      *    de produire tout le paquet sous un autre nom d'etape.
           MOVE "N" TO WS-PRT-MODE-FLAG
           OPEN INPUT PARTCARD-FILE
           IF WS-PARTCARD-STATUS = "00"
               READ PARTCARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRT-PARTITION NOT = SPACES
                           IF PRT-PARTITION IS NUMERIC
                                   AND PRT-PARTITION-NBR > 0
                                   AND PRT-PARTITION-NBR
                                       NOT > WS-PRT-LIMIT
                               SET WS-PARTITIONED TO TRUE
                               MOVE PRT-PARTITION-NBR TO WS-PRT-NBR
                           ELSE
                               DISPLAY "Carte LOSTPRT invalide : '"
                                   PRT-PARTITION "' (partition 01 a "
                                   WS-PRT-LIMIT ") - LOST refuse."
                               SET WS-PRT-CARD-INVALID TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE PARTCARD-FILE
           END-IF.

       PROCESS-DECK-PARA.
      *    Lecture de tout le paquet de controle depuis le SYSIN,
      *    puis une sequence produite par enregistrement : LOSTSEQ et
      *    LOSTRPT restent ouverts d'un bout a l'autre du paquet, et
      *    le RETURN-CODE final est le pire constate sur l'ensemble.
      *    Le paquet d'une partition doit correspondre au manifeste
      *    du decoupage, sans quoi ses identifiants de run seraient
      *    faux : il est alors refuse en bloc (RC=12).
           PERFORM READ-CONTROL-PARA.
           IF WS-PARTITIONED
               PERFORM CHECK-PARTITION-DECK-PARA
           END-IF.
           IF WS-PRT-DECK-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM PRODUCE-DECK-PARA
           END-IF.

       PRODUCE-DECK-PARA.
      *    Une partition qui ne reprend pas un run interrompu
      *    repart de sorties vides : ses fichiers ne portent que
      *    ce que sa derniere execution a produit, et la
      *    consommation des quotas n'y compte pas deux fois une
      *    tentative precedente.
           PERFORM OPEN-CATALOG-PARA.
           PERFORM OPEN-REQUESTER-PARA.
           PERFORM READ-CHECKPOINT-PARA.
           IF WS-PARTITIONED AND NOT WS-RESUMING
               PERFORM RESET-PARTITION-OUTPUT-PARA
           END-IF.
           PERFORM LOAD-USAGE-PARA.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
      *        Les enregistrements qui precedent celui du point de
           IF WS-CAT-USABLE
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-RQM-USABLE
               CLOSE REQUESTER-FILE
           END-IF.
           MOVE WS-WORST-RC TO RETURN-CODE.

       PROCESS-SEQUENCE-PARA.
      *    Production d'une sequence complete pour l'enregistrement
           MOVE 0 TO WS-P
           MOVE "N" TO WS-OVERFLOW-FLAG
           MOVE "N" TO WS-SEQ-RESUME-FLAG
           MOVE SPACE TO WS-REJECT-FLAG
           MOVE 0 TO WS-QUOTA-LIMIT
           MOVE 0 TO WS-QUOTA-USED
           PERFORM SET-SEQUENCE-PARMS-PARA
           MOVE WS-B TO WS-SEED-B-ORIG
           MOVE WS-O TO WS-SEED-O-ORIG
      *    Identifiant unique attribue a chaque sequence du paquet
      *    (une reprise reutilise l'identifiant du run interrompu,
      *    pris dans le checkpoint, au lieu d'en attribuer un).
           IF WS-PARTITIONED
               MOVE WS-PRT-BASE-STAMP TO WS-RUN-ID-BASE
               MOVE WS-PRT-RANK (WS-CTL-IX) TO WS-RUN-ID-RANK
           ELSE
               ADD 1 TO WS-RUN-SEQ-NBR
               MOVE WS-CDT-DATE TO WS-RUN-ID-DATE
               MOVE WS-CDT-TIME TO WS-RUN-ID-TIME
               MOVE WS-RUN-SEQ-NBR TO WS-RUN-ID-SEQ
           END-IF.

       WRITE-AUDIT-PARA.
      *    Trace chaque sequence produite par LOST (qui, quand, avec
           MOVE WS-SEED-B-ORIG TO AUD-SEED-B
           MOVE WS-SEED-O-ORIG TO AUD-SEED-O
           MOVE WS-TERM-NBR TO AUD-PRODUCED-NBR
           ADD AUD-PRODUCED-NBR TO WS-RCT-WRITTEN-COUNT
           IF WS-RCT-FIRST-RUN-ID = SPACES
               MOVE AUD-RUN-ID TO WS-RCT-FIRST-RUN-ID
           END-IF
           MOVE AUD-RUN-ID TO WS-RCT-LAST-RUN-ID
           MOVE WS-REQUESTER TO AUD-REQUESTER
           EVALUATE TRUE
               WHEN WS-REJECT-ENTITLEMENT
                   SET AUD-STATUS-ENTITLEMENT TO TRUE
               WHEN WS-REJECT-QUOTA
                   SET AUD-STATUS-QUOTA TO TRUE
               WHEN WS-INPUT-INVALID
                   SET AUD-STATUS-INVALID TO TRUE
               WHEN WS-OVERFLOW-OCCURRED
                   "catalogue) pour le type '" WS-SERIES-TYPE "'."
               SET WS-INPUT-INVALID TO TRUE
           END-IF
      *    Code demandeur controle contre le fichier LOSTRQM ;
      *    a blanc admis pendant la bascule (paquets anterieurs au
      *    code demandeur). Les droits et le quota ne sont examines
      *    que pour une carte par ailleurs valide : une carte
      *    fautive reste une entree invalide (statut I) dans
      *    l'audit. La ligne d'audit porte le code quand meme,
      *    pour savoir a qui renvoyer la carte.
           IF WS-INPUT-VALID AND WS-REQUESTER NOT = SPACES
               PERFORM CHECK-REQUESTER-PARA
           END-IF.

       CHECK-REQUESTER-PARA.
      *    Sans fichier des demandeurs lisible, aucun droit ne
      *    peut etre verifie : la demande est rejetee comme avec
      *    un catalogue indisponible.
           IF NOT WS-RQM-USABLE
               DISPLAY "Fichier des demandeurs LOSTRQM indisponible "
                   "- la demande de '" WS-REQUESTER "' est rejetee."
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               MOVE WS-REQUESTER TO RQM-REQUESTER
               READ REQUESTER-FILE
                   INVALID KEY
                       DISPLAY "Code demandeur inconnu de LOSTRQM : '"
                           WS-REQUESTER "' - demande rejetee."
                       SET WS-REJECT-ENTITLEMENT TO TRUE
                   NOT INVALID KEY
                       PERFORM CHECK-ENTITLEMENT-PARA
               END-READ
               IF WS-REJECT-ENTITLEMENT OR WS-REJECT-QUOTA
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

       CHECK-ENTITLEMENT-PARA.
      *    Dans l'ordre : code actif, serie autorisee (ou '*'),
      *    maximum de termes par carte, puis quota du mois - le
      *    premier manquement donne le motif du rejet.
           MOVE "N" TO WS-ENTITLED-FLAG
           PERFORM VARYING WS-RQM-SER-IX FROM 1 BY 1
                   UNTIL WS-RQM-SER-IX > RQM-SERIES-COUNT
                   OR WS-RQM-SER-IX > 10
                   OR WS-SERIES-ENTITLED
               IF RQM-SERIES-NAME (WS-RQM-SER-IX) = "*"
                       OR RQM-SERIES-NAME (WS-RQM-SER-IX)
                           = WS-SERIES-NAME
                   SET WS-SERIES-ENTITLED TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-REQUESTER TO WS-USAGE-KEY
           PERFORM FIND-USAGE-PARA
           IF WS-USAGE-FOUND
               MOVE WS-USG-TERMS (WS-USAGE-IX) TO WS-QUOTA-USED
           END-IF
           MOVE RQM-MONTHLY-QUOTA TO WS-QUOTA-LIMIT
           EVALUATE TRUE
               WHEN RQM-STATUS-SUSPENDED
                   DISPLAY "Demandeur '" WS-REQUESTER "' suspendu "
                       "- demande rejetee."
                   SET WS-REJECT-ENTITLEMENT TO TRUE
               WHEN NOT WS-SERIES-ENTITLED
                   DISPLAY "Serie '" WS-SERIES-NAME "' non "
                       "autorisee pour le demandeur '" WS-REQUESTER
                       "' - demande rejetee."
                   SET WS-REJECT-ENTITLEMENT TO TRUE
               WHEN WS-MAX-NBR > RQM-MAX-TERMS
                   DISPLAY "Nombre de termes " WS-MAX-NBR
                       " au-dela du maximum par carte du demandeur '"
                       WS-REQUESTER "' (" RQM-MAX-TERMS
                       ") - demande rejetee."
                   SET WS-REJECT-ENTITLEMENT TO TRUE
               WHEN RQM-MONTHLY-QUOTA > 0
                       AND WS-QUOTA-USED + WS-MAX-NBR
                           > RQM-MONTHLY-QUOTA
                   DISPLAY "Quota mensuel du demandeur '"
                       WS-REQUESTER "' depasse : " WS-QUOTA-USED
                       " consomme(s) + " WS-MAX-NBR " demande(s) > "
                       RQM-MONTHLY-QUOTA " - demande rejetee."
                   SET WS-REJECT-QUOTA TO TRUE
           END-EVALUATE.

       OPEN-REQUESTER-PARA.
      *    Le fichier des demandeurs est ouvert une seule fois pour
      *    tout le paquet, comme le catalogue.
           MOVE "N" TO WS-RQM-USABLE-FLAG
           OPEN INPUT REQUESTER-FILE
           IF WS-REQUESTER-STATUS = "00"
               SET WS-RQM-USABLE TO TRUE
           ELSE
               DISPLAY "Fichier des demandeurs LOSTRQM introuvable "
                   "ou illisible (statut " WS-REQUESTER-STATUS
                   ") - toute demande portant un code demandeur "
                   "sera rejetee."
           END-IF.

       LOAD-USAGE-PARA.
      *    Une entree par demandeur present dans le paquet, puis
      *    cumul des termes produits ce mois-ci d'apres LOSTSTA
      *    (mois de l'identifiant de run). Sans LOSTSTA, la
      *    consommation part de zero (premier run). Une partition
      *    ecrit ses statistiques dans son propre LOSTSTA : la
      *    consommation des nuits precedentes se lit alors dans
      *    le LOSTSTA de production, sur la DD LOSTSTU. Le mois
      *    du quota est celui de la date d'exploitation (LOSTBDT),
      *    pas celui de l'horloge : la relance du dernier jour d'un
      *    mois est imputee a ce mois.
           MOVE WS-RCT-BUS-DATE (1:6) TO WS-USAGE-MONTH
           MOVE 0 TO WS-USAGE-COUNT
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > WS-CTL-COUNT
               IF WS-DCK-REQUESTER (WS-CTL-IX) NOT = SPACES
                   MOVE WS-DCK-REQUESTER (WS-CTL-IX) TO WS-USAGE-KEY
                   PERFORM FIND-USAGE-PARA
                   IF NOT WS-USAGE-FOUND
                       ADD 1 TO WS-USAGE-COUNT
                       MOVE WS-USAGE-KEY
                           TO WS-USG-REQUESTER (WS-USAGE-COUNT)
                       MOVE 0 TO WS-USG-TERMS (WS-USAGE-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-USAGE-COUNT > 0
               OPEN INPUT STATS-FILE
               IF WS-STATS-STATUS = "00"
                   PERFORM LOAD-USAGE-RECORD-PARA
                       UNTIL WS-STATS-STATUS NOT = "00"
                   CLOSE STATS-FILE
               ELSE
                   DISPLAY "LOSTSTA absent - consommation du mois "
                       "prise a zero."
               END-IF
               IF WS-PARTITIONED
                   OPEN INPUT USAGE-FILE
                   IF WS-USAGE-STATUS = "00"
                       PERFORM LOAD-USAGE-HISTORY-PARA
                           UNTIL WS-USAGE-STATUS NOT = "00"
                       CLOSE USAGE-FILE
                   ELSE
                       DISPLAY "LOSTSTU absent - consommation des "
                           "runs anterieurs au decoupage prise a "
                           "zero."
                   END-IF
               END-IF
           END-IF.

       LOAD-USAGE-RECORD-PARA.
           READ STATS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STA-RUN-ID (1:6) = WS-USAGE-MONTH
                       MOVE STA-REQUESTER TO WS-USAGE-KEY
                       PERFORM FIND-USAGE-PARA
                       IF WS-USAGE-FOUND
                           ADD STA-PRODUCED-NBR
                               TO WS-USG-TERMS (WS-USAGE-IX)
                       END-IF
                   END-IF
           END-READ.

       LOAD-USAGE-HISTORY-PARA.
           READ USAGE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STU-RUN-ID (1:6) = WS-USAGE-MONTH
                       MOVE STU-REQUESTER TO WS-USAGE-KEY
                       PERFORM FIND-USAGE-PARA
                       IF WS-USAGE-FOUND
                           ADD STU-PRODUCED-NBR
                               TO WS-USG-TERMS (WS-USAGE-IX)
                       END-IF
                   END-IF
           END-READ.

       FIND-USAGE-PARA.
      *    Recherche de WS-USAGE-KEY dans la table de consommation ;
      *    laisse WS-USAGE-IX positionne sur l'entree trouvee.
           MOVE "N" TO WS-USAGE-FOUND-FLAG
           PERFORM VARYING WS-USAGE-IX FROM 1 BY 1
                   UNTIL WS-USAGE-IX > WS-USAGE-COUNT
                   OR WS-USAGE-FOUND
               IF WS-USG-REQUESTER (WS-USAGE-IX) = WS-USAGE-KEY
                   SET WS-USAGE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-USAGE-FOUND
               SUBTRACT 1 FROM WS-USAGE-IX
           END-IF.

       READ-CHECKPOINT-PARA.
                  WS-REQUESTER DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-QUOTA-LINE-PARA
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "Terme  Valeur" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-LINE-COUNT.

       PRINT-QUOTA-LINE-PARA.
      *    Position de quota du demandeur au moment de la demande :
      *    consommation du mois avant cette sequence, termes
      *    demandes et reste apres elle.
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-REQUESTER = SPACES
                   STRING "Quota mensuel: sans objet (pas de "
                              DELIMITED BY SIZE
                          "code demandeur)" DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN WS-QUOTA-LIMIT = 0
                   STRING "Quota mensuel: aucun  Consomme: "
                              DELIMITED BY SIZE
                          WS-QUOTA-USED DELIMITED BY SIZE
                          "  Demande: " DELIMITED BY SIZE
                          WS-MAX-NBR DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN OTHER
                   COMPUTE WS-QUOTA-LEFT = WS-QUOTA-LIMIT
                       - WS-QUOTA-USED - WS-MAX-NBR
                   MOVE 0 TO WS-QUOTA-LEFT-ED
                   IF WS-QUOTA-LEFT > 0
                       MOVE WS-QUOTA-LEFT TO WS-QUOTA-LEFT-ED
                   END-IF
                   STRING "Quota mensuel: " DELIMITED BY SIZE
                          WS-QUOTA-LIMIT DELIMITED BY SIZE
                          "  Consomme: " DELIMITED BY SIZE
                          WS-QUOTA-USED DELIMITED BY SIZE
                          "  Demande: " DELIMITED BY SIZE
                          WS-MAX-NBR DELIMITED BY SIZE
                          "  Reste: " DELIMITED BY SIZE
                          WS-QUOTA-LEFT-ED DELIMITED BY SIZE
                       INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE.

       PRINT-REPORT-DETAIL-PARA.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-REPORT-HEADER-PARA
               OPEN OUTPUT STATS-FILE
           END-IF
           WRITE STA-RECORD
           CLOSE STATS-FILE
      *    La consommation du mois suit LOSTSTA : les sequences
      *    suivantes du paquet voient celle-ci dans leur quota.
           IF WS-REQUESTER NOT = SPACES
               MOVE WS-REQUESTER TO WS-USAGE-KEY
               PERFORM FIND-USAGE-PARA
               IF WS-USAGE-FOUND
                   ADD WS-TERM-NBR TO WS-USG-TERMS (WS-USAGE-IX)
               END-IF
           END-IF.

       RECONCILE-PARA.
      *    Passe de controle optionnelle : compare chaque terme
      *    de controle (SYSIN) et non plus par ACCEPT, afin que LOST
      *    puisse tourner sans operateur en batch. Tout le paquet
      *    est charge en table : un enregistrement par sequence a
      *    produire, traites dans l'ordre par
      *    PROCESS-DECK-PARA.
           OPEN INPUT CONTROL-FILE.
           MOVE 0 TO WS-CTL-COUNT.
           IF WS-CONTROL-STATUS = "00"
           CLOSE CONTROL-FILE.
      *    SYSIN vide ou illisible : on garde le comportement
      *    historique (une demande a 000 termes, rejetee par
      *    VALIDATE-INPUT-PARA et tracee dans l'audit). Une
      *    partition peut etre vide (petit paquet) : elle ne
      *    produit alors rien, le manifeste le confirme.
           IF WS-CTL-COUNT = 0 AND NOT WS-PARTITIONED
               MOVE 1 TO WS-CTL-COUNT
               MOVE "000" TO WS-DCK-MAX-NBR (1)
               MOVE SPACES TO WS-DCK-SEED-B (1)
                   SET WS-KW-CARD-ERROR TO TRUE
               END-IF
           END-IF.

       CHECK-PARTITION-DECK-PARA.
      *    Le manifeste doit etre celui de la date d'exploitation
      *    et annoncer pour la partition autant de cartes que son
      *    paquet en porte ; on en garde l'estampille de base et
      *    les rangs globaux, dans l'ordre du paquet.
           SET WS-PRT-DECK-OK TO TRUE
           MOVE "N" TO WS-PRT-HEADER-FLAG
           MOVE 0 TO WS-PRT-EXPECTED
           MOVE 0 TO WS-PRT-CARD-COUNT
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "Manifeste LOSTPTM introuvable ou illisible "
                   "(statut " WS-MANIFEST-STATUS ") - partition "
                   WS-PRT-NBR " refusee."
               SET WS-PRT-DECK-REFUSED TO TRUE
           ELSE
               PERFORM READ-MANIFEST-PARA
                   UNTIL WS-MANIFEST-STATUS NOT = "00"
                   OR WS-PRT-DECK-REFUSED
               CLOSE MANIFEST-FILE
               IF WS-PRT-DECK-OK
                   IF NOT WS-PRT-HEADER-SEEN
                       DISPLAY "Manifeste LOSTPTM sans en-tete - "
                           "partition " WS-PRT-NBR " refusee."
                       SET WS-PRT-DECK-REFUSED TO TRUE
                   ELSE
                       IF WS-PRT-CARD-COUNT NOT = WS-PRT-EXPECTED
                               OR WS-PRT-CARD-COUNT NOT = WS-CTL-COUNT
                           DISPLAY "Partition " WS-PRT-NBR " : "
                               WS-CTL-COUNT " carte(s) au paquet, "
                               WS-PRT-EXPECTED " annoncee(s) et "
                               WS-PRT-CARD-COUNT " rang(s) au "
                               "manifeste - partition refusee."
                           SET WS-PRT-DECK-REFUSED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-PRT-DECK-OK
               DISPLAY "Partition " WS-PRT-NBR " du " WS-RCT-BUS-DATE
                   " : " WS-CTL-COUNT " carte(s), estampille "
                   WS-PRT-BASE-STAMP "."
           END-IF.

       READ-MANIFEST-PARA.
           READ MANIFEST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PTM-HEADER
                           SET WS-PRT-HEADER-SEEN TO TRUE
                           MOVE PTM-BASE-STAMP TO WS-PRT-BASE-STAMP
                           IF PTM-BUS-DATE NOT = WS-RCT-BUS-DATE
                               DISPLAY "Manifeste LOSTPTM du "
                                   PTM-BUS-DATE " pour une journee "
                                   "du " WS-RCT-BUS-DATE
                                   " - partition refusee."
                               SET WS-PRT-DECK-REFUSED TO TRUE
                           END-IF
                           IF WS-PRT-NBR > PTM-PART-COUNT
                               DISPLAY "Partition " WS-PRT-NBR
                                   " hors du decoupage ("
                                   PTM-PART-COUNT " partition(s)) - "
                                   "refusee."
                               SET WS-PRT-DECK-REFUSED TO TRUE
                           END-IF
                       WHEN PTM-PARTITION-LINE
                           IF PTM-P-PARTITION = WS-PRT-NBR
                               MOVE PTM-P-CARD-COUNT
                                   TO WS-PRT-EXPECTED
                           END-IF
                       WHEN PTM-CARD-LINE
                           IF PTM-C-PARTITION = WS-PRT-NBR
                               ADD 1 TO WS-PRT-CARD-COUNT
                               IF WS-PRT-CARD-COUNT > WS-DECK-LIMIT
                                   OR PTM-C-LOCAL-NBR
                                       NOT = WS-PRT-CARD-COUNT
                                   DISPLAY "Rang " PTM-C-RANK
                                       " hors de l'ordre du paquet "
                                       "de la partition - refusee."
                                   SET WS-PRT-DECK-REFUSED TO TRUE
                               ELSE
                                   MOVE PTM-C-RANK TO WS-PRT-RANK
                                       (WS-PRT-CARD-COUNT)
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       RESET-PARTITION-OUTPUT-PARA.
      *    Sorties privees de la partition : videes au depart d'une
      *    execution neuve. En reprise elles sont prolongees.
           OPEN OUTPUT SEQUENCE-FILE
           CLOSE SEQUENCE-FILE
           OPEN OUTPUT INTERFACE-FILE
           CLOSE INTERFACE-FILE
           OPEN OUTPUT REPORT-FILE
           CLOSE REPORT-FILE
           OPEN OUTPUT AUDIT-FILE
           CLOSE AUDIT-FILE
           OPEN OUTPUT STATS-FILE
           CLOSE STATS-FILE.

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
