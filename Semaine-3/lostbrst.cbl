       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostbrst.
      *    Eclatement du rapport de la nuit par demandeur : LOST
      *    ecrit un seul LOSTRPT pour tout le paquet, que l'on
      *    decoupait a la main chaque matin pour envoyer a chaque
      *    departement ses pages. Le programme relit le LOSTRPT de
      *    la date d'exploitation avec LOSTLOG et LOSTSTA et ecrit
      *    un paquet par code demandeur (DD LOSTPK01 a LOSTPK10,
      *    attribuees par les cartes de routage du SYSIN) : une
      *    page de garde listant les runs du demandeur, leur
      *    statut d'audit et leurs statistiques - les runs en
      *    statut autre que 'S' y sont signales - puis ses pages
      *    de sequences, dans l'ordre du rapport. Les runs sans
      *    code demandeur, ou d'un code sans carte de routage,
      *    vont au paquet EXPLOIT. Chaque paquet laisse une ligne
      *    dans le journal de distribution LOSTDST (pages, runs)
      *    qui sert de preuve d'envoi.
      *    Les runs de la nuit sont ceux de la plage enregistree
      *    par LOST dans LOSTRCT pour la date d'exploitation, plus
      *    ceux dont les pages figurent dans LOSTRPT (sequences
      *    d'un run interrompu puis repris) ; sans entree LOSTRCT
      *    on retient les lignes d'audit datees du jour.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LOSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "LOSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STATS-FILE ASSIGN TO "LOSTSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

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

           SELECT DISTRIB-FILE ASSIGN TO "LOSTDST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.

           SELECT PACKAGE-FILE-01 ASSIGN TO "LOSTPK01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK01-STATUS.

           SELECT PACKAGE-FILE-02 ASSIGN TO "LOSTPK02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK02-STATUS.

           SELECT PACKAGE-FILE-03 ASSIGN TO "LOSTPK03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK03-STATUS.

           SELECT PACKAGE-FILE-04 ASSIGN TO "LOSTPK04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK04-STATUS.

           SELECT PACKAGE-FILE-05 ASSIGN TO "LOSTPK05"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK05-STATUS.

           SELECT PACKAGE-FILE-06 ASSIGN TO "LOSTPK06"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK06-STATUS.

           SELECT PACKAGE-FILE-07 ASSIGN TO "LOSTPK07"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK07-STATUS.

           SELECT PACKAGE-FILE-08 ASSIGN TO "LOSTPK08"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK08-STATUS.

           SELECT PACKAGE-FILE-09 ASSIGN TO "LOSTPK09"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK09-STATUS.

           SELECT PACKAGE-FILE-10 ASSIGN TO "LOSTPK10"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK10-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTBRS.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTLOG.

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSTA.

       FD  REQUESTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRQM.

       FD  BUSDATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTBDT.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRCT.

       FD  DISTRIB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTDST.

       FD  PACKAGE-FILE-01
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK01-LINE==.

       FD  PACKAGE-FILE-02
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK02-LINE==.

       FD  PACKAGE-FILE-03
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK03-LINE==.

       FD  PACKAGE-FILE-04
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK04-LINE==.

       FD  PACKAGE-FILE-05
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK05-LINE==.

       FD  PACKAGE-FILE-06
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK06-LINE==.

       FD  PACKAGE-FILE-07
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK07-LINE==.

       FD  PACKAGE-FILE-08
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK08-LINE==.

       FD  PACKAGE-FILE-09
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK09-LINE==.

       FD  PACKAGE-FILE-10
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT REPLACING ==RPT-LINE== BY ==PK10-LINE==.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX     VALUE SPACES.
       77  WS-STATS-STATUS         PIC XX     VALUE SPACES.
       77  WS-REQUESTER-STATUS     PIC XX     VALUE SPACES.
       77  WS-BUSDATE-STATUS       PIC XX     VALUE SPACES.
       77  WS-RUNCTL-STATUS        PIC XX     VALUE SPACES.
       77  WS-DISTRIB-STATUS       PIC XX     VALUE SPACES.
       77  WS-DST-OPEN-FLAG        PIC X      VALUE "N".
           88  WS-DST-OPEN                    VALUE "Y".
       77  WS-PK01-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK02-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK03-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK04-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK05-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK06-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK07-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK08-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK09-STATUS          PIC XX     VALUE SPACES.
       77  WS-PK10-STATUS          PIC XX     VALUE SPACES.
       77  WS-PKG-STATUS           PIC XX     VALUE SPACES.
       77  WS-INPUT-FLAG           PIC X      VALUE "N".
           88  WS-INPUT-INVALID               VALUE "Y".
       77  WS-TABLE-FULL-FLAG      PIC X      VALUE "N".
           88  WS-TABLE-FULL                  VALUE "Y".
       77  WS-RANGE-FLAG           PIC X      VALUE "N".
           88  WS-RANGE-KNOWN                 VALUE "Y".
       77  WS-RQM-FLAG             PIC X      VALUE "N".
           88  WS-RQM-USABLE                  VALUE "Y".
       77  WS-FOUND-FLAG           PIC X      VALUE "N".
           88  WS-FOUND                       VALUE "Y".
       77  WS-NIGHT-FLAG           PIC X      VALUE "N".
           88  WS-OF-NIGHT                    VALUE "Y".
       77  WS-STALE-FLAG           PIC X      VALUE "N".
           88  WS-REPORT-STALE                VALUE "Y".
       77  WS-REPORT-PAGES         PIC 9(05)  VALUE 0.
       77  WS-NIGHT-PAGES          PIC 9(05)  VALUE 0.
       77  WS-BUS-DATE             PIC X(08)  VALUE SPACES.
       77  WS-RANGE-FIRST          PIC X(16)  VALUE SPACES.
       77  WS-RANGE-LAST           PIC X(16)  VALUE SPACES.
       77  WS-CARD-COUNT           PIC 9(03)  VALUE 0.
       77  WS-SLOT                 PIC 9(02)  VALUE 0.
       77  WS-EXPLOIT-SLOT         PIC 9(02)  VALUE 0.
       77  WS-PKG-COUNT            PIC 9(02)  VALUE 0.
       77  WS-PKG-FAILED-COUNT     PIC 9(02)  VALUE 0.
       77  WS-UNLOGGED-COUNT       PIC 9(03)  VALUE 0.
       77  WS-ROUTED-COUNT         PIC 9(03)  VALUE 0.
       77  WS-PKG-LINE             PIC X(80)  VALUE SPACES.
      *    Paquets : une entree par DD LOSTPKnn, indicee par le
      *    numero de paquet de la carte de routage.
       01  WS-ROUTE-TABLE.
           05  WS-RTE-ENTRY OCCURS 10 TIMES.
               10  WS-RTE-REQUESTER    PIC X(08).
               10  WS-RTE-NAME         PIC X(30).
               10  WS-RTE-OPEN-FLAG    PIC X.
                   88  WS-RTE-OPEN                VALUE "Y".
                   88  WS-RTE-BROKEN              VALUE "F".
               10  WS-RTE-RUNS         PIC 9(03).
               10  WS-RTE-FLAGGED      PIC 9(03).
               10  WS-RTE-COVER-PAGES  PIC 9(03).
               10  WS-RTE-SEQ-PAGES    PIC 9(05).
               10  WS-RTE-LINES        PIC 9(07).
               10  WS-RTE-FIRST-RUN    PIC X(16).
               10  WS-RTE-LAST-RUN     PIC X(16).
      *    Runs de la nuit, dans l'ordre ou on les rencontre
      *    (pages de LOSTRPT puis lignes d'audit de la plage).
       77  WS-RUN-LIMIT            PIC 9(03)  VALUE 999.
       77  WS-RUN-COUNT            PIC 9(03)  VALUE 0.
       77  WS-RUN-IX               PIC 9(04)  VALUE 0.
       77  WS-RUN-HIT              PIC 9(03)  VALUE 0.
       77  WS-SEARCH-RUN-ID        PIC X(16)  VALUE SPACES.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 999 TIMES.
               10  WS-RUN-ID           PIC X(16).
               10  WS-RUN-REQUESTER    PIC X(08).
               10  WS-RUN-SLOT         PIC 9(02).
               10  WS-RUN-LOGGED-FLAG  PIC X.
                   88  WS-RUN-LOGGED              VALUE "Y".
               10  WS-RUN-NIGHT-FLAG   PIC X.
                   88  WS-RUN-OF-NIGHT            VALUE "Y".
               10  WS-RUN-STATUS       PIC X(01).
               10  WS-RUN-REQUESTED    PIC 9(03).
               10  WS-RUN-PRODUCED     PIC 9(03).
               10  WS-RUN-PAGES        PIC 9(03).
               10  WS-RUN-STATS-FLAG   PIC X.
                   88  WS-RUN-HAS-STATS           VALUE "Y".
               10  WS-RUN-SERIES       PIC X(20).
               10  WS-RUN-MIN          PIC S9(20).
               10  WS-RUN-MAX          PIC S9(20).
               10  WS-RUN-SUM          PIC S9(23).
               10  WS-RUN-RATIO        PIC S9(05)V9(06).
               10  WS-RUN-HEADROOM     PIC 9(20).
      *    Lecture du rapport : la page en cours appartient au run
      *    lu sur sa ligne "Run ID:" ; le titre et la date qui la
      *    precedent sont retenus jusque-la.
       77  WS-CUR-SLOT             PIC 9(02)  VALUE 0.
       77  WS-OUT-SLOT             PIC 9(02)  VALUE 0.
       77  WS-CUR-RUN              PIC 9(03)  VALUE 0.
       77  WS-HOLD-COUNT           PIC 9(01)  VALUE 0.
       77  WS-HOLD-IX              PIC 9(01)  VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-LINE OCCURS 3 TIMES PIC X(80).
      *    Mise en page de la page de garde.
       77  WS-COVER-LINES          PIC 9(02)  VALUE 0.
       77  WS-LINES-PER-PAGE       PIC 9(02)  VALUE 20.
       77  WS-BLOCK-LINES          PIC 9(02)  VALUE 0.
       77  WS-FLAG-MARK            PIC X(02)  VALUE SPACES.
       77  WS-STATUS-TEXT          PIC X(30)  VALUE SPACES.
       77  WS-VALUE-ED             PIC -(20)9.
       77  WS-VALUE-ED-2           PIC -(20)9.
       77  WS-SUM-ED               PIC -(23)9.
       77  WS-RATIO-ED             PIC +Z(04)9.9(06).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PARA.
      *    Routage et runs de la nuit d'abord ; les pages de garde
      *    sont ecrites en tete de chaque paquet avant d'y recopier
      *    les pages de sequences, lues dans l'ordre du rapport.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-BUSDATE-PARA.
           PERFORM READ-ROUTING-PARA.
           IF WS-INPUT-INVALID
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "LOSTRPT introuvable ou illisible (statut "
                       WS-REPORT-STATUS ") - eclatement abandonne."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM SCAN-REPORT-PARA
                       UNTIL WS-REPORT-STATUS NOT = "00"
                   CLOSE REPORT-FILE
                   PERFORM READ-RUN-RANGE-PARA
                   PERFORM LOAD-AUDIT-PARA
                   IF RETURN-CODE = 0
                       PERFORM LOAD-STATS-PARA
                       PERFORM CHECK-STALE-PARA
                       PERFORM ROUTE-RUNS-PARA
                           VARYING WS-RUN-IX FROM 1 BY 1
                           UNTIL WS-RUN-IX > WS-RUN-COUNT
                   END-IF
                   IF WS-TABLE-FULL
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   IF RETURN-CODE = 0
                       PERFORM WRITE-PACKAGES-PARA
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       READ-BUSDATE-PARA.
      *    Date d'exploitation de la carte LOSTBDT, a defaut la
      *    date du jour.
           MOVE WS-CDT-DATE TO WS-BUS-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDT-BUS-DATE NOT = SPACES
                           MOVE BDT-BUS-DATE TO WS-BUS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-BUS-DATE IS NOT NUMERIC
               DISPLAY "Date d'exploitation invalide sur LOSTBDT : '"
                   WS-BUS-DATE "' - eclatement abandonne."
               SET WS-INPUT-INVALID TO TRUE
           END-IF.

       READ-ROUTING-PARA.
      *    Une carte par demandeur servi : code et numero de
      *    paquet. Un numero hors 01-10, un numero ou un code pris
      *    deux fois, ou l'absence du paquet EXPLOIT (qui recoit
      *    les runs sans code ou d'un code non route) invalident
      *    tout le routage : rien n'est ecrit.
           INITIALIZE WS-ROUTE-TABLE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SYSIN introuvable ou illisible (statut "
                   WS-CONTROL-STATUS ") - aucune carte de routage."
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               PERFORM READ-ROUTING-CARD-PARA
                   UNTIL WS-CONTROL-STATUS NOT = "00"
               CLOSE CONTROL-FILE
               IF WS-EXPLOIT-SLOT = 0
                   DISPLAY "Pas de carte de routage pour EXPLOIT - "
                       "eclatement abandonne."
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-INPUT-INVALID
               PERFORM LOAD-REQUESTER-NAMES-PARA
           END-IF.

       READ-ROUTING-CARD-PARA.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM CHECK-ROUTING-CARD-PARA
           END-READ.

       CHECK-ROUTING-CARD-PARA.
           IF BRS-SLOT IS NUMERIC
               MOVE BRS-SLOT-NBR TO WS-SLOT
           ELSE
               MOVE 0 TO WS-SLOT
           END-IF
           IF WS-SLOT < 1 OR WS-SLOT > 10 OR BRS-REQUESTER = SPACES
               DISPLAY "Carte " WS-CARD-COUNT " : code '"
                   BRS-REQUESTER "' ou paquet '" BRS-SLOT
                   "' invalide (01 a 10)."
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-OUT-SLOT FROM 1 BY 1
                       UNTIL WS-OUT-SLOT > 10
                   IF WS-RTE-REQUESTER (WS-OUT-SLOT) = BRS-REQUESTER
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-FOUND
                       DISPLAY "Carte " WS-CARD-COUNT " : demandeur "
                           BRS-REQUESTER " deja route."
                       SET WS-INPUT-INVALID TO TRUE
                   WHEN WS-RTE-REQUESTER (WS-SLOT) NOT = SPACES
                       DISPLAY "Carte " WS-CARD-COUNT " : paquet "
                           BRS-SLOT " deja attribue a "
                           WS-RTE-REQUESTER (WS-SLOT) "."
                       SET WS-INPUT-INVALID TO TRUE
                   WHEN OTHER
                       MOVE BRS-REQUESTER TO WS-RTE-REQUESTER (WS-SLOT)
                       IF BRS-REQUESTER = "EXPLOIT"
                           MOVE WS-SLOT TO WS-EXPLOIT-SLOT
                       END-IF
               END-EVALUATE
           END-IF.

       LOAD-REQUESTER-NAMES-PARA.
      *    Nom du demandeur pour la page de garde ; le fichier des
      *    demandeurs n'est pas indispensable a l'eclatement.
           OPEN INPUT REQUESTER-FILE
           IF WS-REQUESTER-STATUS = "00"
               SET WS-RQM-USABLE TO TRUE
           END-IF
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10
               IF WS-RTE-REQUESTER (WS-SLOT) NOT = SPACES
                   MOVE "(inconnu de LOSTRQM)" TO WS-RTE-NAME (WS-SLOT)
                   IF WS-RQM-USABLE
                       MOVE WS-RTE-REQUESTER (WS-SLOT) TO RQM-REQUESTER
                       READ REQUESTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE RQM-NAME TO WS-RTE-NAME (WS-SLOT)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RQM-USABLE
               CLOSE REQUESTER-FILE
           END-IF.

       SCAN-REPORT-PARA.
      *    Premiere lecture du rapport : runs presents et nombre
      *    de pages de chacun (une page par ligne de titre), avec
      *    le demandeur imprime sur l'en-tete de page.
           READ REPORT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RPT-LINE (1:8) = "Run ID: "
                           MOVE RPT-LINE (9:16) TO WS-SEARCH-RUN-ID
                           PERFORM FIND-RUN-PARA
                           IF WS-RUN-HIT = 0
                               PERFORM ADD-RUN-PARA
                           END-IF
                           IF WS-RUN-HIT > 0
                               ADD 1 TO WS-RUN-PAGES (WS-RUN-HIT)
                           END-IF
                           ADD 1 TO WS-REPORT-PAGES
                           MOVE WS-RUN-HIT TO WS-CUR-RUN
                       WHEN RPT-LINE (1:11) = "Demandeur: "
                           IF WS-CUR-RUN > 0
                               MOVE RPT-LINE (12:8)
                                   TO WS-RUN-REQUESTER (WS-CUR-RUN)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       FIND-RUN-PARA.
           MOVE 0 TO WS-RUN-HIT
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT OR WS-RUN-HIT > 0
               IF WS-RUN-ID (WS-RUN-IX) = WS-SEARCH-RUN-ID
                   MOVE WS-RUN-IX TO WS-RUN-HIT
               END-IF
           END-PERFORM.

       ADD-RUN-PARA.
           IF WS-RUN-COUNT < WS-RUN-LIMIT
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-HIT
               INITIALIZE WS-RUN-ENTRY (WS-RUN-HIT)
               MOVE WS-SEARCH-RUN-ID TO WS-RUN-ID (WS-RUN-HIT)
           ELSE
               IF NOT WS-TABLE-FULL
                   DISPLAY "Plus de " WS-RUN-LIMIT " runs pour la "
                       "nuit - eclatement abandonne."
               END-IF
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       READ-RUN-RANGE-PARA.
      *    Plage de runs de LOST pour la date d'exploitation, telle
      *    qu'enregistree a la fin de l'etape dans LOSTRCT.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE WS-BUS-DATE TO RCT-BUS-DATE
               MOVE "LOST" TO RCT-STEP
               READ RUNCTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCT-FIRST-RUN-ID NOT = SPACES
                           MOVE RCT-FIRST-RUN-ID TO WS-RANGE-FIRST
                           MOVE RCT-LAST-RUN-ID TO WS-RANGE-LAST
                           SET WS-RANGE-KNOWN TO TRUE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF
           IF WS-RANGE-KNOWN
               DISPLAY "Runs LOST du " WS-BUS-DATE " : "
                   WS-RANGE-FIRST " a " WS-RANGE-LAST "."
           ELSE
               DISPLAY "Pas de plage de runs LOST dans LOSTRCT pour "
                   "le " WS-BUS-DATE " - audit retenu sur la date."
           END-IF.

       LOAD-AUDIT-PARA.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "LOSTLOG introuvable ou illisible (statut "
                   WS-AUDIT-STATUS ") - eclatement abandonne."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM LOAD-AUDIT-RECORD-PARA
                   UNTIL WS-AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-FILE
           END-IF.

       LOAD-AUDIT-RECORD-PARA.
      *    Une ligne d'audit est retenue si son run a des pages au
      *    rapport ou s'il tombe dans la plage de la nuit : les
      *    cartes rejetees (I, E, Q) n'ont pas de page mais doivent
      *    figurer sur la page de garde de leur demandeur.
           READ AUDIT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "N" TO WS-NIGHT-FLAG
                   IF WS-RANGE-KNOWN
                       IF AUD-RUN-ID NOT < WS-RANGE-FIRST
                               AND AUD-RUN-ID NOT > WS-RANGE-LAST
                           SET WS-OF-NIGHT TO TRUE
                       END-IF
                   ELSE
                       IF AUD-RUN-DATE = WS-BUS-DATE
                           SET WS-OF-NIGHT TO TRUE
                       END-IF
                   END-IF
                   MOVE AUD-RUN-ID TO WS-SEARCH-RUN-ID
                   PERFORM FIND-RUN-PARA
                   IF WS-RUN-HIT = 0 AND WS-OF-NIGHT
                       PERFORM ADD-RUN-PARA
                   END-IF
                   IF WS-RUN-HIT > 0
                       SET WS-RUN-LOGGED (WS-RUN-HIT) TO TRUE
                       MOVE WS-NIGHT-FLAG
                           TO WS-RUN-NIGHT-FLAG (WS-RUN-HIT)
                       MOVE AUD-REQUESTER
                           TO WS-RUN-REQUESTER (WS-RUN-HIT)
                       MOVE AUD-STATUS TO WS-RUN-STATUS (WS-RUN-HIT)
                       MOVE AUD-REQUESTED-NBR
                           TO WS-RUN-REQUESTED (WS-RUN-HIT)
                       MOVE AUD-PRODUCED-NBR
                           TO WS-RUN-PRODUCED (WS-RUN-HIT)
                   END-IF
           END-READ.

       LOAD-STATS-PARA.
      *    Statistiques des runs retenus ; un run sans LOSTSTA
      *    (rejete, ou statistiques perdues) s'imprime sans elles.
           OPEN INPUT STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "LOSTSTA introuvable ou illisible (statut "
                   WS-STATS-STATUS ") - pages de garde sans "
                   "statistiques."
           ELSE
               PERFORM LOAD-STATS-RECORD-PARA
                   UNTIL WS-STATS-STATUS NOT = "00"
               CLOSE STATS-FILE
           END-IF.

       LOAD-STATS-RECORD-PARA.
           READ STATS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE STA-RUN-ID TO WS-SEARCH-RUN-ID
                   PERFORM FIND-RUN-PARA
                   IF WS-RUN-HIT > 0
                       SET WS-RUN-HAS-STATS (WS-RUN-HIT) TO TRUE
                       MOVE STA-SERIES-NAME
                           TO WS-RUN-SERIES (WS-RUN-HIT)
                       MOVE STA-MIN-VALUE TO WS-RUN-MIN (WS-RUN-HIT)
                       MOVE STA-MAX-VALUE TO WS-RUN-MAX (WS-RUN-HIT)
                       MOVE STA-VALUE-SUM TO WS-RUN-SUM (WS-RUN-HIT)
                       MOVE STA-FINAL-RATIO
                           TO WS-RUN-RATIO (WS-RUN-HIT)
                       MOVE STA-HEADROOM
                           TO WS-RUN-HEADROOM (WS-RUN-HIT)
                   END-IF
           END-READ.

       CHECK-STALE-PARA.
      *    LOST n'ouvre LOSTRPT qu'a la premiere sequence produite :
      *    une nuit sans aucune sequence laisse en place le rapport
      *    de la veille. Si aucune page n'appartient aux runs de la
      *    nuit, le rapport n'est pas redistribue.
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
               IF WS-RUN-OF-NIGHT (WS-RUN-IX)
                   ADD WS-RUN-PAGES (WS-RUN-IX) TO WS-NIGHT-PAGES
               END-IF
           END-PERFORM
           IF WS-REPORT-PAGES > 0 AND WS-NIGHT-PAGES = 0
               DISPLAY "LOSTRPT ne contient aucune page des runs du "
                   WS-BUS-DATE " (rapport d'une nuit precedente) - "
                   "pages non distribuees."
               SET WS-REPORT-STALE TO TRUE
           END-IF.

       ROUTE-RUNS-PARA.
      *    Paquet du run : celui de son demandeur, a defaut
      *    EXPLOIT. Un run dont on n'a que les pages (pas de ligne
      *    d'audit) est signale comme un statut en exception ; sur
      *    un rapport perime ses pages sont ecartees.
           IF WS-REPORT-STALE AND NOT WS-RUN-OF-NIGHT (WS-RUN-IX)
               MOVE 0 TO WS-RUN-SLOT (WS-RUN-IX)
           ELSE
               PERFORM ROUTE-ONE-RUN-PARA
           END-IF.

       ROUTE-ONE-RUN-PARA.
           ADD 1 TO WS-ROUTED-COUNT
           MOVE WS-EXPLOIT-SLOT TO WS-RUN-SLOT (WS-RUN-IX)
           IF WS-RUN-REQUESTER (WS-RUN-IX) NOT = SPACES
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > 10
                   IF WS-RTE-REQUESTER (WS-SLOT)
                           = WS-RUN-REQUESTER (WS-RUN-IX)
                       MOVE WS-SLOT TO WS-RUN-SLOT (WS-RUN-IX)
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-RUN-LOGGED (WS-RUN-IX)
               MOVE "?" TO WS-RUN-STATUS (WS-RUN-IX)
               ADD 1 TO WS-UNLOGGED-COUNT
           END-IF
           MOVE WS-RUN-SLOT (WS-RUN-IX) TO WS-SLOT
           ADD 1 TO WS-RTE-RUNS (WS-SLOT)
           IF WS-RUN-STATUS (WS-RUN-IX) NOT = "S"
               ADD 1 TO WS-RTE-FLAGGED (WS-SLOT)
           END-IF
           ADD WS-RUN-PAGES (WS-RUN-IX) TO WS-RTE-SEQ-PAGES (WS-SLOT)
           IF WS-RTE-FIRST-RUN (WS-SLOT) = SPACES
               MOVE WS-RUN-ID (WS-RUN-IX) TO WS-RTE-FIRST-RUN (WS-SLOT)
           END-IF
           MOVE WS-RUN-ID (WS-RUN-IX) TO WS-RTE-LAST-RUN (WS-SLOT).

       WRITE-PACKAGES-PARA.
      *    Pages de garde, puis recopie des pages du rapport dans
      *    le paquet de leur run, puis journal de distribution.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10
               IF WS-RTE-REQUESTER (WS-SLOT) NOT = SPACES
                   PERFORM OPEN-PACKAGE-PARA
                   IF WS-PKG-STATUS = "00"
                       SET WS-RTE-OPEN (WS-SLOT) TO TRUE
                       PERFORM WRITE-COVER-PARA
                   ELSE
                       DISPLAY "Paquet LOSTPK" WS-SLOT " de "
                           WS-RTE-REQUESTER (WS-SLOT)
                           " inutilisable (statut " WS-PKG-STATUS
                           ") - a redistribuer."
                       ADD 1 TO WS-PKG-FAILED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-EXPLOIT-SLOT TO WS-CUR-SLOT
           MOVE 0 TO WS-HOLD-COUNT
           IF NOT WS-REPORT-STALE
               OPEN INPUT REPORT-FILE
           END-IF
           IF NOT WS-REPORT-STALE AND WS-REPORT-STATUS = "00"
               PERFORM COPY-REPORT-PARA
                   UNTIL WS-REPORT-STATUS NOT = "00"
               PERFORM FLUSH-HOLD-PARA
               CLOSE REPORT-FILE
           END-IF
           OPEN EXTEND DISTRIB-FILE
           IF WS-DISTRIB-STATUS NOT = "00"
               OPEN OUTPUT DISTRIB-FILE
           END-IF
           IF WS-DISTRIB-STATUS NOT = "00"
               DISPLAY "LOSTDST inutilisable (statut "
                   WS-DISTRIB-STATUS ") - distribution non "
                   "journalisee."
               MOVE 12 TO RETURN-CODE
           ELSE
               SET WS-DST-OPEN TO TRUE
           END-IF
      *    Un paquet en erreur d'ecriture est ferme sans etre
      *    compte ecrit : il est deja compte a redistribuer.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10
               IF WS-RTE-REQUESTER (WS-SLOT) NOT = SPACES
                   IF WS-RTE-OPEN (WS-SLOT)
                       PERFORM CLOSE-PACKAGE-PARA
                       ADD 1 TO WS-PKG-COUNT
                   END-IF
                   IF WS-RTE-BROKEN (WS-SLOT)
                       PERFORM CLOSE-PACKAGE-PARA
                   END-IF
                   IF WS-DISTRIB-STATUS = "00"
                       PERFORM WRITE-DISTRIB-PARA
                   END-IF
                   DISPLAY "Paquet LOSTPK" WS-SLOT " "
                       WS-RTE-REQUESTER (WS-SLOT) " : "
                       WS-RTE-RUNS (WS-SLOT) " run(s), "
                       WS-RTE-FLAGGED (WS-SLOT) " signale(s), "
                       WS-RTE-SEQ-PAGES (WS-SLOT) " page(s)."
               END-IF
           END-PERFORM
           IF WS-DST-OPEN
               CLOSE DISTRIB-FILE
           END-IF
           DISPLAY "Eclatement du " WS-BUS-DATE " : " WS-ROUTED-COUNT
               " run(s), " WS-PKG-COUNT " paquet(s) ecrit(s), "
               WS-PKG-FAILED-COUNT " non ecrit(s)."
           IF RETURN-CODE = 0
               IF WS-PKG-FAILED-COUNT > 0 OR WS-UNLOGGED-COUNT > 0
                       OR WS-REPORT-STALE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY-REPORT-PARA.
      *    Seconde lecture du rapport : le titre et la date d'une
      *    page sont retenus jusqu'a sa ligne "Run ID:", qui donne
      *    le paquet de toute la page.
           READ REPORT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN RPT-LINE (1:22) = "Rapport LOST - Suite: "
                           PERFORM FLUSH-HOLD-PARA
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE RPT-LINE TO WS-HOLD-LINE (WS-HOLD-COUNT)
                       WHEN RPT-LINE (1:8) = "Run ID: "
                           MOVE RPT-LINE (9:16) TO WS-SEARCH-RUN-ID
                           PERFORM FIND-RUN-PARA
                           IF WS-RUN-HIT > 0
                               MOVE WS-RUN-SLOT (WS-RUN-HIT)
                                   TO WS-CUR-SLOT
                           ELSE
                               MOVE WS-EXPLOIT-SLOT TO WS-CUR-SLOT
                           END-IF
                           PERFORM FLUSH-HOLD-PARA
                           MOVE RPT-LINE TO WS-PKG-LINE
                           PERFORM WRITE-PACKAGE-LINE-PARA
                       WHEN WS-HOLD-COUNT > 0 AND WS-HOLD-COUNT < 3
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE RPT-LINE TO WS-HOLD-LINE (WS-HOLD-COUNT)
                       WHEN OTHER
                           PERFORM FLUSH-HOLD-PARA
                           MOVE RPT-LINE TO WS-PKG-LINE
                           PERFORM WRITE-PACKAGE-LINE-PARA
                   END-EVALUATE
           END-READ.

       FLUSH-HOLD-PARA.
           PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
               MOVE WS-HOLD-LINE (WS-HOLD-IX) TO WS-PKG-LINE
               PERFORM WRITE-PACKAGE-LINE-PARA
           END-PERFORM
           MOVE 0 TO WS-HOLD-COUNT.

       WRITE-COVER-PARA.
      *    Page de garde du paquet WS-SLOT : un bloc par run, avec
      *    un saut de page avant tout bloc qui ne tiendrait plus.
           PERFORM PRINT-COVER-HEADER-PARA
           IF WS-RTE-RUNS (WS-SLOT) = 0
               MOVE "  Aucun run pour cette date d'exploitation."
                   TO WS-PKG-LINE
               PERFORM WRITE-PACKAGE-LINE-PARA
           ELSE
               PERFORM PRINT-COVER-RUN-PARA
                   VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
           END-IF
           MOVE SPACES TO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE "** statut d'audit autre que S : I invalide,"
               TO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE "   O depassement, M reconciliation, E habilitation,"
               TO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE "   Q quota, ? run absent de LOSTLOG." TO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA.

       PRINT-COVER-HEADER-PARA.
           ADD 1 TO WS-RTE-COVER-PAGES (WS-SLOT)
           MOVE SPACES TO WS-PKG-LINE
           STRING "Paquet LOST - Demandeur: " DELIMITED BY SIZE
                  WS-RTE-REQUESTER (WS-SLOT) DELIMITED BY SIZE
                  "  Page de garde: " DELIMITED BY SIZE
                  WS-RTE-COVER-PAGES (WS-SLOT) DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           STRING "Nom: " DELIMITED BY SIZE
                  WS-RTE-NAME (WS-SLOT) DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           STRING "Date d'exploitation: " DELIMITED BY SIZE
                  WS-BUS-DATE DELIMITED BY SIZE
                  "  Eclatement du: " DELIMITED BY SIZE
                  WS-CDT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           STRING "Runs: " DELIMITED BY SIZE
                  WS-RTE-RUNS (WS-SLOT) DELIMITED BY SIZE
                  "  Signales: " DELIMITED BY SIZE
                  WS-RTE-FLAGGED (WS-SLOT) DELIMITED BY SIZE
                  "  Pages de sequences: " DELIMITED BY SIZE
                  WS-RTE-SEQ-PAGES (WS-SLOT) DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           STRING "   Run ID           Suite                "
                      DELIMITED BY SIZE
                  "St Dem Pro Pag" DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           STRING "-- ---------------- -------------------- "
                      DELIMITED BY SIZE
                  "-- --- --- ---" DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE 0 TO WS-COVER-LINES.

       PRINT-COVER-RUN-PARA.
           IF WS-RUN-SLOT (WS-RUN-IX) = WS-SLOT
               MOVE 1 TO WS-BLOCK-LINES
               IF WS-RUN-HAS-STATS (WS-RUN-IX)
                   ADD 3 TO WS-BLOCK-LINES
               END-IF
               IF WS-RUN-STATUS (WS-RUN-IX) NOT = "S"
                   ADD 1 TO WS-BLOCK-LINES
               END-IF
               IF WS-RUN-REQUESTER (WS-RUN-IX)
                       NOT = WS-RTE-REQUESTER (WS-SLOT)
                   ADD 1 TO WS-BLOCK-LINES
               END-IF
               IF WS-COVER-LINES + WS-BLOCK-LINES > WS-LINES-PER-PAGE
                   PERFORM PRINT-COVER-HEADER-PARA
               END-IF
               ADD WS-BLOCK-LINES TO WS-COVER-LINES
               MOVE SPACES TO WS-FLAG-MARK
               IF WS-RUN-STATUS (WS-RUN-IX) NOT = "S"
                   MOVE "**" TO WS-FLAG-MARK
               END-IF
               MOVE SPACES TO WS-PKG-LINE
               STRING WS-FLAG-MARK DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-ID (WS-RUN-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-SERIES (WS-RUN-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-STATUS (WS-RUN-IX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RUN-REQUESTED (WS-RUN-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-PRODUCED (WS-RUN-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RUN-PAGES (WS-RUN-IX) DELIMITED BY SIZE
                   INTO WS-PKG-LINE
               PERFORM WRITE-PACKAGE-LINE-PARA
               IF WS-RUN-STATUS (WS-RUN-IX) NOT = "S"
                   PERFORM SET-STATUS-TEXT-PARA
                   MOVE SPACES TO WS-PKG-LINE
                   STRING "      ** " DELIMITED BY SIZE
                          WS-STATUS-TEXT DELIMITED BY SIZE
                       INTO WS-PKG-LINE
                   PERFORM WRITE-PACKAGE-LINE-PARA
               END-IF
               IF WS-RUN-REQUESTER (WS-RUN-IX)
                       NOT = WS-RTE-REQUESTER (WS-SLOT)
                   MOVE SPACES TO WS-PKG-LINE
                   IF WS-RUN-REQUESTER (WS-RUN-IX) = SPACES
                       MOVE "      Run sans code demandeur."
                           TO WS-PKG-LINE
                   ELSE
                       STRING "      Demandeur d'origine: "
                                  DELIMITED BY SIZE
                              WS-RUN-REQUESTER (WS-RUN-IX)
                                  DELIMITED BY SIZE
                              " (sans carte de routage)"
                                  DELIMITED BY SIZE
                           INTO WS-PKG-LINE
                   END-IF
                   PERFORM WRITE-PACKAGE-LINE-PARA
               END-IF
               IF WS-RUN-HAS-STATS (WS-RUN-IX)
                   PERFORM PRINT-COVER-STATS-PARA
               END-IF
           END-IF.

       PRINT-COVER-STATS-PARA.
           MOVE WS-RUN-MIN (WS-RUN-IX) TO WS-VALUE-ED
           MOVE WS-RUN-MAX (WS-RUN-IX) TO WS-VALUE-ED-2
           MOVE SPACES TO WS-PKG-LINE
           STRING "      Min: " DELIMITED BY SIZE
                  WS-VALUE-ED DELIMITED BY SIZE
                  "  Max: " DELIMITED BY SIZE
                  WS-VALUE-ED-2 DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE WS-RUN-SUM (WS-RUN-IX) TO WS-SUM-ED
           MOVE WS-RUN-RATIO (WS-RUN-IX) TO WS-RATIO-ED
           MOVE SPACES TO WS-PKG-LINE
           STRING "      Somme: " DELIMITED BY SIZE
                  WS-SUM-ED DELIMITED BY SIZE
                  "  Dernier ratio: " DELIMITED BY SIZE
                  WS-RATIO-ED DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA
           MOVE SPACES TO WS-PKG-LINE
           STRING "      Marge avant depassement: " DELIMITED BY SIZE
                  WS-RUN-HEADROOM (WS-RUN-IX) DELIMITED BY SIZE
               INTO WS-PKG-LINE
           PERFORM WRITE-PACKAGE-LINE-PARA.

       SET-STATUS-TEXT-PARA.
           EVALUATE WS-RUN-STATUS (WS-RUN-IX)
               WHEN "I"
                   MOVE "I - carte invalide" TO WS-STATUS-TEXT
               WHEN "O"
                   MOVE "O - depassement de capacite" TO WS-STATUS-TEXT
               WHEN "M"
                   MOVE "M - ecart de reconciliation" TO WS-STATUS-TEXT
               WHEN "E"
                   MOVE "E - hors habilitation" TO WS-STATUS-TEXT
               WHEN "Q"
                   MOVE "Q - quota mensuel depasse" TO WS-STATUS-TEXT
               WHEN "?"
                   MOVE "? - run absent de LOSTLOG" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING WS-RUN-STATUS (WS-RUN-IX) DELIMITED BY SIZE
                          " - statut inconnu" DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
           END-EVALUATE.

       WRITE-DISTRIB-PARA.
           MOVE SPACES TO DST-RECORD
           MOVE WS-CDT-DATE TO DST-DATE
           MOVE WS-CDT-TIME TO DST-TIME
           MOVE WS-BUS-DATE TO DST-BUS-DATE
           MOVE WS-RTE-REQUESTER (WS-SLOT) TO DST-REQUESTER
           MOVE SPACES TO DST-PACKAGE
           STRING "LOSTPK" DELIMITED BY SIZE
                  WS-SLOT DELIMITED BY SIZE
               INTO DST-PACKAGE
           IF WS-RTE-OPEN (WS-SLOT)
               SET DST-STATUS-WRITTEN TO TRUE
           ELSE
               SET DST-STATUS-NOT-WRITTEN TO TRUE
           END-IF
           MOVE WS-RTE-RUNS (WS-SLOT) TO DST-RUN-COUNT
           MOVE WS-RTE-FLAGGED (WS-SLOT) TO DST-FLAGGED-COUNT
           MOVE WS-RTE-COVER-PAGES (WS-SLOT) TO DST-COVER-PAGES
           MOVE WS-RTE-SEQ-PAGES (WS-SLOT) TO DST-SEQUENCE-PAGES
           MOVE WS-RTE-LINES (WS-SLOT) TO DST-LINE-COUNT
           MOVE WS-RTE-FIRST-RUN (WS-SLOT) TO DST-FIRST-RUN-ID
           MOVE WS-RTE-LAST-RUN (WS-SLOT) TO DST-LAST-RUN-ID
           WRITE DST-RECORD
           IF WS-DISTRIB-STATUS NOT = "00"
               DISPLAY "Erreur WRITE LOSTDST (statut "
                   WS-DISTRIB-STATUS ") paquet " DST-PACKAGE
                   " - distribution non journalisee."
               MOVE 12 TO RETURN-CODE
           END-IF.

       WRITE-PACKAGE-LINE-PARA.
      *    Ligne WS-PKG-LINE dans le paquet du run en cours de
      *    recopie (WS-CUR-SLOT), ou du paquet dont on ecrit la
      *    page de garde (WS-SLOT) tant que la recopie n'a pas
      *    commence.
           IF WS-CUR-SLOT = 0
               MOVE WS-SLOT TO WS-OUT-SLOT
           ELSE
               MOVE WS-CUR-SLOT TO WS-OUT-SLOT
           END-IF
           IF WS-RTE-OPEN (WS-OUT-SLOT)
               EVALUATE WS-OUT-SLOT
                   WHEN 1
                       WRITE PK01-LINE FROM WS-PKG-LINE
                       MOVE WS-PK01-STATUS TO WS-PKG-STATUS
                   WHEN 2
                       WRITE PK02-LINE FROM WS-PKG-LINE
                       MOVE WS-PK02-STATUS TO WS-PKG-STATUS
                   WHEN 3
                       WRITE PK03-LINE FROM WS-PKG-LINE
                       MOVE WS-PK03-STATUS TO WS-PKG-STATUS
                   WHEN 4
                       WRITE PK04-LINE FROM WS-PKG-LINE
                       MOVE WS-PK04-STATUS TO WS-PKG-STATUS
                   WHEN 5
                       WRITE PK05-LINE FROM WS-PKG-LINE
                       MOVE WS-PK05-STATUS TO WS-PKG-STATUS
                   WHEN 6
                       WRITE PK06-LINE FROM WS-PKG-LINE
                       MOVE WS-PK06-STATUS TO WS-PKG-STATUS
                   WHEN 7
                       WRITE PK07-LINE FROM WS-PKG-LINE
                       MOVE WS-PK07-STATUS TO WS-PKG-STATUS
                   WHEN 8
                       WRITE PK08-LINE FROM WS-PKG-LINE
                       MOVE WS-PK08-STATUS TO WS-PKG-STATUS
                   WHEN 9
                       WRITE PK09-LINE FROM WS-PKG-LINE
                       MOVE WS-PK09-STATUS TO WS-PKG-STATUS
                   WHEN 10
                       WRITE PK10-LINE FROM WS-PKG-LINE
                       MOVE WS-PK10-STATUS TO WS-PKG-STATUS
               END-EVALUATE
               IF WS-PKG-STATUS = "00"
                   ADD 1 TO WS-RTE-LINES (WS-OUT-SLOT)
               ELSE
                   DISPLAY "Erreur WRITE LOSTPK" WS-OUT-SLOT " de "
                       WS-RTE-REQUESTER (WS-OUT-SLOT)
                       " (statut " WS-PKG-STATUS
                       ") - a redistribuer."
                   MOVE "F" TO WS-RTE-OPEN-FLAG (WS-OUT-SLOT)
                   ADD 1 TO WS-PKG-FAILED-COUNT
               END-IF
           END-IF.

       OPEN-PACKAGE-PARA.
           EVALUATE WS-SLOT
               WHEN 1
                   OPEN OUTPUT PACKAGE-FILE-01
                   MOVE WS-PK01-STATUS TO WS-PKG-STATUS
               WHEN 2
                   OPEN OUTPUT PACKAGE-FILE-02
                   MOVE WS-PK02-STATUS TO WS-PKG-STATUS
               WHEN 3
                   OPEN OUTPUT PACKAGE-FILE-03
                   MOVE WS-PK03-STATUS TO WS-PKG-STATUS
               WHEN 4
                   OPEN OUTPUT PACKAGE-FILE-04
                   MOVE WS-PK04-STATUS TO WS-PKG-STATUS
               WHEN 5
                   OPEN OUTPUT PACKAGE-FILE-05
                   MOVE WS-PK05-STATUS TO WS-PKG-STATUS
               WHEN 6
                   OPEN OUTPUT PACKAGE-FILE-06
                   MOVE WS-PK06-STATUS TO WS-PKG-STATUS
               WHEN 7
                   OPEN OUTPUT PACKAGE-FILE-07
                   MOVE WS-PK07-STATUS TO WS-PKG-STATUS
               WHEN 8
                   OPEN OUTPUT PACKAGE-FILE-08
                   MOVE WS-PK08-STATUS TO WS-PKG-STATUS
               WHEN 9
                   OPEN OUTPUT PACKAGE-FILE-09
                   MOVE WS-PK09-STATUS TO WS-PKG-STATUS
               WHEN 10
                   OPEN OUTPUT PACKAGE-FILE-10
                   MOVE WS-PK10-STATUS TO WS-PKG-STATUS
           END-EVALUATE.

       CLOSE-PACKAGE-PARA.
           EVALUATE WS-SLOT
               WHEN 1
                   CLOSE PACKAGE-FILE-01
               WHEN 2
                   CLOSE PACKAGE-FILE-02
               WHEN 3
                   CLOSE PACKAGE-FILE-03
               WHEN 4
                   CLOSE PACKAGE-FILE-04
               WHEN 5
                   CLOSE PACKAGE-FILE-05
               WHEN 6
                   CLOSE PACKAGE-FILE-06
               WHEN 7
                   CLOSE PACKAGE-FILE-07
               WHEN 8
                   CLOSE PACKAGE-FILE-08
               WHEN 9
                   CLOSE PACKAGE-FILE-09
               WHEN 10
                   CLOSE PACKAGE-FILE-10
           END-EVALUATE.
