       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostderv.
      *    Construction de series derivees a partir des termes du
      *    maitre LOSTMST, sur cartes de definition (voir LOSTDRV) :
      *    somme cumulee, difference premiere, ratio de termes
      *    successifs d'une serie ; somme, difference ou ratio
      *    terme a terme de deux series. Remplace les extractions
      *    LOSTXTR recombinees a la main dans un tableur.
      *    Chaque definition est un run a part entiere : son
      *    identifiant (date + heure + rang, comme dans LOST)
      *    estampille les termes ecrits dans LOSTMST sous le nom
      *    de la serie cible (qui doit etre une entree active du
      *    catalogue LOSTCAT) et recopies dans LOSTSEQ, sa ligne
      *    LOSTSTA pour la capacite, sa ligne d'audit LOSTLOG et
      *    ses lignes de lignee LOSTLIN, qui nomment les runs
      *    d'origine des termes sources utilises.
      *    Une valeur derivee hors des bornes PIC S9(20) (ou un
      *    diviseur nul pour un ratio) arrete la definition en
      *    depassement (statut O, RC=16) : les termes deja ecrits
      *    restent, rien n'est jamais tronque.
      *    Chaque terme ajoute ou remplace dans LOSTMST est trace
      *    dans le journal LOSTJRN (images avant et apres).
      *    LOSTSEQ, LOSTSTA, LOSTLOG et LOSTLIN sont ouverts avant
      *    toute mise a jour du maitre, et chaque terme part dans
      *    LOSTSEQ avant LOSTMST : une ouverture ou une ecriture
      *    en echec arrete la derivation en RC=12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "LOSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-SERIES-NAME
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT MASTER-FILE ASSIGN TO "LOSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO "LOSTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "LOSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STATS-FILE ASSIGN TO "LOSTSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO "LOSTLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "LOSTJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTDRV.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTCAT.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTMST.

       FD  SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSEQ.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTLOG.

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTSTA.

       FD  LINEAGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTLIN.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTJRN.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LOSTRPT.

       WORKING-STORAGE SECTION.
       77  WS-CONTROL-STATUS       PIC XX     VALUE SPACES.
       77  WS-CATALOG-STATUS       PIC XX     VALUE SPACES.
       77  WS-MASTER-STATUS        PIC XX     VALUE SPACES.
       77  WS-SEQUENCE-STATUS      PIC XX     VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX     VALUE SPACES.
       77  WS-STATS-STATUS         PIC XX     VALUE SPACES.
       77  WS-LINEAGE-STATUS       PIC XX     VALUE SPACES.
       77  WS-JOURNAL-STATUS       PIC XX     VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX     VALUE SPACES.
       77  WS-READ-COUNT           PIC 9(05)  VALUE 0.
       77  WS-BUILT-COUNT          PIC 9(05)  VALUE 0.
       77  WS-REJECTED-COUNT       PIC 9(05)  VALUE 0.
       77  WS-OVERFLOW-COUNT       PIC 9(05)  VALUE 0.
       77  WS-ADDED-COUNT          PIC 9(05)  VALUE 0.
       77  WS-REPLACED-COUNT       PIC 9(05)  VALUE 0.
       77  WS-DEF-FLAG             PIC X      VALUE "Y".
           88  WS-DEF-VALID                   VALUE "Y".
           88  WS-DEF-INVALID                 VALUE "N".
       77  WS-OVERFLOW-FLAG        PIC X      VALUE "N".
           88  WS-OVERFLOW-OCCURRED           VALUE "Y".
       77  WS-ERROR-FLAG           PIC X      VALUE "N".
           88  WS-IO-ERROR                    VALUE "Y".
       77  WS-SEQ-OPEN-FLAG        PIC X      VALUE "N".
           88  WS-SEQ-FILE-OPEN               VALUE "Y".
       77  WS-STA-OPEN-FLAG        PIC X      VALUE "N".
           88  WS-STA-FILE-OPEN               VALUE "Y".
       77  WS-AUD-OPEN-FLAG        PIC X      VALUE "N".
           88  WS-AUD-FILE-OPEN               VALUE "Y".
       77  WS-LIN-OPEN-FLAG        PIC X      VALUE "N".
           88  WS-LIN-FILE-OPEN               VALUE "Y".
       77  WS-REJECT-REASON        PIC X(60)  VALUE SPACES.
       77  WS-STOP-REASON          PIC X(60)  VALUE SPACES.
       01  WS-NEW-MST-RECORD       PIC X(60)  VALUE SPACES.
      *    Identifiant de run de la definition courante : meme
      *    forme que dans LOST (date + heure + rang de la carte).
       77  WS-RUN-SEQ-NBR          PIC 9(02)  VALUE 0.
       01  WS-RUN-ID.
           05  WS-RUN-ID-DATE      PIC X(08).
           05  WS-RUN-ID-TIME      PIC X(06).
           05  WS-RUN-ID-SEQ       PIC 9(02).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE             PIC X(08).
           05  WS-CDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
      *    Horodatage propre a chaque ligne du journal.
       01  WS-JRN-DATE-TIME.
           05  WS-JDT-DATE             PIC X(08).
           05  WS-JDT-TIME             PIC X(06).
           05  FILLER                  PIC X(07).
      *    Termes des series sources, charges depuis LOSTMST a
      *    partir du terme 1 et jusqu'au premier trou : la serie
      *    derivee est contigue comme celles de LOST.
       77  WS-SRC-IX               PIC 9(01)  VALUE 0.
       77  WS-SRC-NBR              PIC 9(01)  VALUE 0.
       77  WS-SRC-END-FLAG         PIC X      VALUE "N".
           88  WS-SRC-ENDED                   VALUE "Y".
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE OCCURS 2 TIMES.
               10  WS-SRC-NAME     PIC X(20).
               10  WS-SRC-COUNT    PIC 9(03).
               10  WS-SRC-USED     PIC 9(03).
               10  WS-SRC-TERM OCCURS 999 TIMES.
                   15  WS-SRC-VALUE    PIC S9(20)
                                       SIGN IS LEADING SEPARATE.
                   15  WS-SRC-RUN-ID   PIC X(16).
      *    Calcul d'un terme derive : WS-N-CHECK est plus large que
      *    les champs de valeur pour que le depassement soit vu
      *    avant troncature (meme principe que LOST).
       77  WS-K                    PIC 9(04)  VALUE 0.
       77  WS-K-NEXT               PIC 9(04)  VALUE 0.
       77  WS-REQUESTED-NBR        PIC 9(03)  VALUE 0.
       77  WS-TERM-NBR             PIC 9(03)  VALUE 0.
       77  WS-N-CHECK              PIC S9(25) VALUE 0.
       77  WS-N                    PIC S9(20) VALUE 0
                                   SIGN IS LEADING SEPARATE.
       77  WS-CUM-SUM              PIC S9(25) VALUE 0.
       77  WS-DIVIDEND             PIC S9(20) VALUE 0.
       77  WS-DIVISOR              PIC S9(20) VALUE 0.
       77  WS-SCALE                PIC 9(02)  VALUE 6.
       77  WS-SCALE-FACTOR         PIC 9(10)  VALUE 1.
       77  WS-VALUE-CEILING        PIC 9(20)
                                   VALUE 99999999999999999999.
       77  WS-VALUE-FLOOR          PIC S9(20)
                                   VALUE -99999999999999999999.
      *    Statistiques de la serie derivee pour LOSTSTA, calculees
      *    comme dans LOST (somme, extremes, dernier ratio, marge
      *    a la borne la plus proche).
       77  WS-VALUE-SUM            PIC S9(23) VALUE 0
                                   SIGN IS LEADING SEPARATE.
       77  WS-MIN-VALUE            PIC S9(20) VALUE 0
                                   SIGN IS LEADING SEPARATE.
       77  WS-MAX-VALUE            PIC S9(20) VALUE 0
                                   SIGN IS LEADING SEPARATE.
       77  WS-PREV-VALUE           PIC S9(20) VALUE 0.
       77  WS-LAST-VALUE           PIC S9(20) VALUE 0.
       77  WS-FINAL-RATIO          PIC S9(05)V9(06) VALUE 0.
       77  WS-HEADROOM             PIC 9(20)  VALUE 0.
       77  WS-CEIL-MARGIN          PIC S9(21) VALUE 0.
       77  WS-FLOOR-MARGIN         PIC S9(21) VALUE 0.
      *    Lignee : runs d'origine des termes sources utilises,
      *    regroupes par run (premier et dernier terme, nombre).
       77  WS-LIN-COUNT            PIC 9(03)  VALUE 0.
       77  WS-LIN-IX               PIC 9(04)  VALUE 0.
       77  WS-LIN-FOUND-FLAG       PIC X      VALUE "N".
           88  WS-LIN-FOUND                   VALUE "Y".
       01  WS-LIN-TABLE.
           05  WS-LIN-ENTRY OCCURS 999 TIMES.
               10  WS-LIN-RUN-ID   PIC X(16).
               10  WS-LIN-FIRST    PIC 9(03).
               10  WS-LIN-LAST     PIC 9(03).
               10  WS-LIN-TERMS    PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SYSIN introuvable ou illisible (statut "
                   WS-CONTROL-STATUS ") - derivation abandonnee."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "LOSTCAT introuvable ou illisible (statut "
                       WS-CATALOG-STATUS ") - derivation abandonnee."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN I-O MASTER-FILE
                   IF WS-MASTER-STATUS NOT = "00"
                       DISPLAY "LOSTMST inutilisable (statut "
                           WS-MASTER-STATUS
                           ") - derivation abandonnee."
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM OPEN-JOURNAL-PARA
                       IF WS-JOURNAL-STATUS = "00"
                           PERFORM OPEN-OUTPUTS-PARA
                           IF NOT WS-IO-ERROR
                               PERFORM DERIVE-ALL-PARA
                           END-IF
                           PERFORM CLOSE-OUTPUTS-PARA
                           CLOSE JOURNAL-FILE
                           PERFORM SET-RETURN-CODE-PARA
                       END-IF
                       CLOSE MASTER-FILE
                   END-IF
                   CLOSE CATALOG-FILE
               END-IF
               CLOSE CONTROL-FILE
           END-IF.
           STOP RUN.

       OPEN-JOURNAL-PARA.
      *    Pas de mise a jour du maitre sans journal.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "LOSTJRN inutilisable (statut "
                   WS-JOURNAL-STATUS ") - derivation abandonnee."
               MOVE 12 TO RETURN-CODE
           END-IF.

       OPEN-OUTPUTS-PARA.
      *    Sorties du paquet ouvertes une seule fois, en ajout (ou
      *    creees au premier passage), avant que LOSTMST ne soit
      *    touche : sans l'une d'elles, rien n'est derive.
           OPEN EXTEND SEQUENCE-FILE
           IF WS-SEQUENCE-STATUS NOT = "00"
               OPEN OUTPUT SEQUENCE-FILE
           END-IF
           IF WS-SEQUENCE-STATUS = "00"
               SET WS-SEQ-FILE-OPEN TO TRUE
               OPEN EXTEND STATS-FILE
               IF WS-STATS-STATUS NOT = "00"
                   OPEN OUTPUT STATS-FILE
               END-IF
           ELSE
               DISPLAY "LOSTSEQ inutilisable (statut "
                   WS-SEQUENCE-STATUS ") - derivation abandonnee."
               SET WS-IO-ERROR TO TRUE
           END-IF
           IF WS-SEQ-FILE-OPEN
               IF WS-STATS-STATUS = "00"
                   SET WS-STA-FILE-OPEN TO TRUE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUDIT-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
               ELSE
                   DISPLAY "LOSTSTA inutilisable (statut "
                       WS-STATS-STATUS ") - derivation abandonnee."
                   SET WS-IO-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-STA-FILE-OPEN
               IF WS-AUDIT-STATUS = "00"
                   SET WS-AUD-FILE-OPEN TO TRUE
                   OPEN EXTEND LINEAGE-FILE
                   IF WS-LINEAGE-STATUS NOT = "00"
                       OPEN OUTPUT LINEAGE-FILE
                   END-IF
               ELSE
                   DISPLAY "LOSTLOG inutilisable (statut "
                       WS-AUDIT-STATUS ") - derivation abandonnee."
                   SET WS-IO-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-AUD-FILE-OPEN
               IF WS-LINEAGE-STATUS = "00"
                   SET WS-LIN-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "LOSTLIN inutilisable (statut "
                       WS-LINEAGE-STATUS ") - derivation abandonnee."
                   SET WS-IO-ERROR TO TRUE
               END-IF
           END-IF.

       DERIVE-ALL-PARA.
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT-HEADER-PARA
           PERFORM PROCESS-DEFINITION-PARA
               UNTIL WS-CONTROL-STATUS NOT = "00"
               OR WS-IO-ERROR
           PERFORM PRINT-SUMMARY-PARA
           CLOSE REPORT-FILE.

       CLOSE-OUTPUTS-PARA.
           IF WS-SEQ-FILE-OPEN
               CLOSE SEQUENCE-FILE
           END-IF
           IF WS-STA-FILE-OPEN
               CLOSE STATS-FILE
           END-IF
           IF WS-AUD-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF
           IF WS-LIN-FILE-OPEN
               CLOSE LINEAGE-FILE
           END-IF.

       SET-RETURN-CODE-PARA.
           DISPLAY "Derivations : " WS-READ-COUNT " carte(s), "
               WS-BUILT-COUNT " serie(s) construite(s), "
               WS-OVERFLOW-COUNT " en depassement, "
               WS-REJECTED-COUNT " rejetee(s)."
           DISPLAY "LOSTMST : " WS-ADDED-COUNT " terme(s) ajoute(s), "
               WS-REPLACED-COUNT " remplace(s)."
           EVALUATE TRUE
               WHEN WS-IO-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OVERFLOW-COUNT > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-READ-COUNT = 0
                   DISPLAY "SYSIN vide - aucune definition."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       PROCESS-DEFINITION-PARA.
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM INIT-DEFINITION-PARA
                   PERFORM VALIDATE-DEFINITION-PARA
                   IF WS-DEF-VALID
                       PERFORM LOAD-SOURCES-PARA
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   PERFORM ASSIGN-RUN-ID-PARA
                   PERFORM PRINT-DEFINITION-PARA
                   IF WS-DEF-VALID
                       PERFORM BUILD-SERIES-PARA
                       IF NOT WS-IO-ERROR
                           PERFORM WRITE-STATS-PARA
                       END-IF
                       IF NOT WS-IO-ERROR
                           PERFORM WRITE-LINEAGE-PARA
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-IO-ERROR
                               CONTINUE
                           WHEN WS-OVERFLOW-OCCURRED
                               ADD 1 TO WS-OVERFLOW-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-BUILT-COUNT
                       END-EVALUATE
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "Definition " WS-READ-COUNT
                           " rejetee : " WS-REJECT-REASON
                   END-IF
                   IF NOT WS-IO-ERROR
                       PERFORM WRITE-AUDIT-PARA
                   END-IF
                   IF WS-IO-ERROR
      *                Les termes deja ecrits sont au journal sous
      *                l'identifiant du run (a defaire par LOSTRCVR).
                       DISPLAY "Definition " WS-READ-COUNT " (run "
                           WS-RUN-ID ") interrompue sur erreur "
                           "d'entree-sortie apres " WS-TERM-NBR
                           " terme(s) - derivation abandonnee."
                   END-IF
                   PERFORM PRINT-OUTCOME-PARA
           END-READ.

       INIT-DEFINITION-PARA.
           SET WS-DEF-VALID TO TRUE
           MOVE "N" TO WS-OVERFLOW-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-STOP-REASON
           MOVE 0 TO WS-REQUESTED-NBR
           MOVE 0 TO WS-TERM-NBR
           MOVE 0 TO WS-CUM-SUM
           MOVE 0 TO WS-VALUE-SUM
           MOVE WS-VALUE-CEILING TO WS-MIN-VALUE
           MOVE 0 TO WS-MAX-VALUE
           MOVE 0 TO WS-PREV-VALUE
           MOVE 0 TO WS-LAST-VALUE
           MOVE 0 TO WS-FINAL-RATIO
           MOVE 0 TO WS-HEADROOM
           MOVE 6 TO WS-SCALE
           MOVE 1 TO WS-SRC-NBR
           IF DRV-OP-TWO-SOURCES
               MOVE 2 TO WS-SRC-NBR
           END-IF
           MOVE DRV-SOURCE-1 TO WS-SRC-NAME (1)
           MOVE DRV-SOURCE-2 TO WS-SRC-NAME (2)
           MOVE 0 TO WS-SRC-COUNT (1)
           MOVE 0 TO WS-SRC-COUNT (2)
           MOVE 0 TO WS-SRC-USED (1)
           MOVE 0 TO WS-SRC-USED (2).

       VALIDATE-DEFINITION-PARA.
      *    Premier motif de rejet retenu ; la serie cible doit
      *    exister et etre active au catalogue, comme toute serie
      *    servie par LOST.
           EVALUATE TRUE
               WHEN NOT DRV-OP-ONE-SOURCE AND NOT DRV-OP-TWO-SOURCES
                   MOVE "operation inconnue (C, D, Q, A, S ou R)"
                       TO WS-REJECT-REASON
               WHEN DRV-SOURCE-1 = SPACES
                   MOVE "serie source 1 absente" TO WS-REJECT-REASON
               WHEN DRV-OP-TWO-SOURCES AND DRV-SOURCE-2 = SPACES
                   MOVE "serie source 2 obligatoire pour A, S et R"
                       TO WS-REJECT-REASON
               WHEN DRV-TARGET = SPACES
                   MOVE "serie cible absente" TO WS-REJECT-REASON
               WHEN DRV-TARGET = DRV-SOURCE-1
                   MOVE "la serie cible ne peut etre une source"
                       TO WS-REJECT-REASON
               WHEN DRV-OP-TWO-SOURCES AND DRV-TARGET = DRV-SOURCE-2
                   MOVE "la serie cible ne peut etre une source"
                       TO WS-REJECT-REASON
               WHEN DRV-SCALE NOT = SPACES AND DRV-SCALE NOT NUMERIC
                   MOVE "echelle non numerique" TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES AND DRV-SCALE NOT = SPACES
               MOVE DRV-SCALE TO WS-SCALE
               IF WS-SCALE > 9
                   MOVE "echelle hors limites (0 a 9)"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-TARGET-PARA
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               SET WS-DEF-INVALID TO TRUE
           END-IF
           COMPUTE WS-SCALE-FACTOR = 10 ** WS-SCALE.

       CHECK-TARGET-PARA.
           MOVE DRV-TARGET TO CAT-SERIES-NAME
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "serie cible absente du catalogue LOSTCAT"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF CAT-STATUS-RETIRED
                       MOVE "serie cible retiree du catalogue LOSTCAT"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

       LOAD-SOURCES-PARA.
      *    Nombre de termes derivables : toute la source pour la
      *    somme cumulee, un de moins pour la difference et le
      *    ratio successifs, le plus court des deux pour les
      *    combinaisons terme a terme.
           PERFORM LOAD-SOURCE-PARA
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-NBR
           EVALUATE TRUE
               WHEN WS-SRC-COUNT (1) = 0
                   MOVE "serie source 1 sans terme 1 dans LOSTMST"
                       TO WS-REJECT-REASON
               WHEN WS-SRC-NBR = 2 AND WS-SRC-COUNT (2) = 0
                   MOVE "serie source 2 sans terme 1 dans LOSTMST"
                       TO WS-REJECT-REASON
               WHEN DRV-OP-CUMULATIVE
                   MOVE WS-SRC-COUNT (1) TO WS-REQUESTED-NBR
               WHEN DRV-OP-ONE-SOURCE
                   COMPUTE WS-REQUESTED-NBR = WS-SRC-COUNT (1) - 1
               WHEN WS-SRC-COUNT (1) < WS-SRC-COUNT (2)
                   MOVE WS-SRC-COUNT (1) TO WS-REQUESTED-NBR
               WHEN OTHER
                   MOVE WS-SRC-COUNT (2) TO WS-REQUESTED-NBR
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES AND WS-REQUESTED-NBR = 0
               MOVE "un seul terme source : rien a deriver"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               SET WS-DEF-INVALID TO TRUE
           END-IF.

       LOAD-SOURCE-PARA.
           MOVE "N" TO WS-SRC-END-FLAG
           MOVE WS-SRC-NAME (WS-SRC-IX) TO MST-SERIES-NAME
           MOVE 1 TO MST-TERM-NBR
           START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   SET WS-SRC-ENDED TO TRUE
           END-START
           PERFORM READ-SOURCE-TERM-PARA
               UNTIL WS-SRC-ENDED.

       READ-SOURCE-TERM-PARA.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SRC-ENDED TO TRUE
               NOT AT END
                   IF MST-SERIES-NAME NOT = WS-SRC-NAME (WS-SRC-IX)
                       SET WS-SRC-ENDED TO TRUE
                   ELSE
                       COMPUTE WS-K-NEXT = WS-SRC-COUNT (WS-SRC-IX) + 1
                       IF MST-TERM-NBR NOT = WS-K-NEXT
                           DISPLAY "Serie " WS-SRC-NAME (WS-SRC-IX)
                               " : trou apres le terme "
                               WS-SRC-COUNT (WS-SRC-IX)
                               " - source limitee a ce terme."
                           SET WS-SRC-ENDED TO TRUE
                       ELSE
                           ADD 1 TO WS-SRC-COUNT (WS-SRC-IX)
                           MOVE MST-TERM-VALUE TO WS-SRC-VALUE
                               (WS-SRC-IX, WS-SRC-COUNT (WS-SRC-IX))
                           MOVE MST-RUN-ID TO WS-SRC-RUN-ID
                               (WS-SRC-IX, WS-SRC-COUNT (WS-SRC-IX))
                       END-IF
                   END-IF
           END-READ.

       BUILD-SERIES-PARA.
           PERFORM COMPUTE-DERIVED-PARA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-REQUESTED-NBR
               OR WS-OVERFLOW-OCCURRED
               OR WS-IO-ERROR
           IF WS-OVERFLOW-OCCURRED
               DISPLAY DRV-TARGET " : " WS-STOP-REASON
           END-IF
      *    Termes sources reellement utilises, pour la lignee.
           IF DRV-OP-ONE-SOURCE AND NOT DRV-OP-CUMULATIVE
               AND WS-TERM-NBR > 0
               COMPUTE WS-SRC-USED (1) = WS-TERM-NBR + 1
           ELSE
               MOVE WS-TERM-NBR TO WS-SRC-USED (1)
               MOVE WS-TERM-NBR TO WS-SRC-USED (2)
           END-IF.

       COMPUTE-DERIVED-PARA.
           COMPUTE WS-K-NEXT = WS-K + 1
           EVALUATE TRUE
               WHEN DRV-OP-CUMULATIVE
                   COMPUTE WS-N-CHECK =
                       WS-CUM-SUM + WS-SRC-VALUE (1, WS-K)
               WHEN DRV-OP-DIFFERENCE
                   COMPUTE WS-N-CHECK = WS-SRC-VALUE (1, WS-K-NEXT)
                       - WS-SRC-VALUE (1, WS-K)
               WHEN DRV-OP-SUCCESSIVE-RATIO
                   MOVE WS-SRC-VALUE (1, WS-K-NEXT) TO WS-DIVIDEND
                   MOVE WS-SRC-VALUE (1, WS-K) TO WS-DIVISOR
                   PERFORM DIVIDE-TERMS-PARA
               WHEN DRV-OP-SUM
                   COMPUTE WS-N-CHECK = WS-SRC-VALUE (1, WS-K)
                       + WS-SRC-VALUE (2, WS-K)
               WHEN DRV-OP-SUBTRACT
                   COMPUTE WS-N-CHECK = WS-SRC-VALUE (1, WS-K)
                       - WS-SRC-VALUE (2, WS-K)
               WHEN OTHER
                   MOVE WS-SRC-VALUE (1, WS-K) TO WS-DIVIDEND
                   MOVE WS-SRC-VALUE (2, WS-K) TO WS-DIVISOR
                   PERFORM DIVIDE-TERMS-PARA
           END-EVALUATE
           IF NOT WS-OVERFLOW-OCCURRED
               IF WS-N-CHECK > WS-VALUE-CEILING
                       OR WS-N-CHECK < WS-VALUE-FLOOR
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "depassement de capacite (PIC S9(20)) sur "
                              DELIMITED BY SIZE
                          "le terme " DELIMITED BY SIZE
                          WS-K DELIMITED BY SIZE
                       INTO WS-STOP-REASON
                   SET WS-OVERFLOW-OCCURRED TO TRUE
               ELSE
                   MOVE WS-N-CHECK TO WS-CUM-SUM
                   PERFORM WRITE-TERM-PARA
               END-IF
           END-IF.

       DIVIDE-TERMS-PARA.
      *    Ratio mis a l'echelle (x 10**echelle) et arrondi au plus
      *    proche, le demi s'eloignant de zero comme dans LOST. Un
      *    diviseur nul arrete la definition comme un depassement.
           IF WS-DIVISOR = 0
               MOVE SPACES TO WS-STOP-REASON
               STRING "diviseur nul sur le terme " DELIMITED BY SIZE
                      WS-K DELIMITED BY SIZE
                   INTO WS-STOP-REASON
               SET WS-OVERFLOW-OCCURRED TO TRUE
           ELSE
               COMPUTE WS-N-CHECK ROUNDED =
                   WS-DIVIDEND * WS-SCALE-FACTOR / WS-DIVISOR
                   ON SIZE ERROR
                       MOVE SPACES TO WS-STOP-REASON
                       STRING "depassement de capacite sur le ratio "
                                  DELIMITED BY SIZE
                              "du terme " DELIMITED BY SIZE
                              WS-K DELIMITED BY SIZE
                           INTO WS-STOP-REASON
                       SET WS-OVERFLOW-OCCURRED TO TRUE
               END-COMPUTE
           END-IF.

       WRITE-TERM-PARA.
      *    Le terme derive remplace dans LOSTMST celui d'une
      *    construction precedente (meme regle que LOSTLOAD) et
      *    part aussi dans LOSTSEQ, ou LOSTVRFY et LOSTARCH
      *    retrouvent les termes de chaque run. LOSTSEQ est ecrit
      *    d'abord : un terme qu'il n'a pas recu ne va pas au
      *    maitre.
           ADD 1 TO WS-TERM-NBR
           MOVE WS-N-CHECK TO WS-N
           MOVE WS-TERM-NBR TO SEQ-TERM-NBR
           MOVE WS-N TO SEQ-TERM-VALUE
           MOVE WS-RUN-ID TO SEQ-RUN-ID
           MOVE DRV-TARGET TO SEQ-SERIES-NAME
           WRITE SEQ-RECORD
           IF WS-SEQUENCE-STATUS = "00"
               PERFORM UPDATE-MASTER-PARA
           ELSE
               DISPLAY "Erreur WRITE LOSTSEQ (statut "
                   WS-SEQUENCE-STATUS ") serie '" DRV-TARGET
                   "' terme " WS-TERM-NBR "."
               SUBTRACT 1 FROM WS-TERM-NBR
               SET WS-IO-ERROR TO TRUE
           END-IF.

       UPDATE-MASTER-PARA.
           MOVE DRV-TARGET TO MST-SERIES-NAME
           MOVE WS-TERM-NBR TO MST-TERM-NBR
           MOVE WS-N TO MST-TERM-VALUE
           MOVE WS-RUN-ID TO MST-RUN-ID
           MOVE MST-RECORD TO WS-NEW-MST-RECORD
           WRITE MST-RECORD
               INVALID KEY
                   PERFORM REPLACE-TERM-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO JRN-RECORD
                   SET JRN-ACTION-ADD TO TRUE
                   MOVE 0 TO JRN-BEFORE-VALUE
                   PERFORM WRITE-JOURNAL-PARA
           END-WRITE
           ADD WS-N TO WS-VALUE-SUM
           IF WS-N < WS-MIN-VALUE
               MOVE WS-N TO WS-MIN-VALUE
           END-IF
           IF WS-N > WS-MAX-VALUE
               MOVE WS-N TO WS-MAX-VALUE
           END-IF
           MOVE WS-LAST-VALUE TO WS-PREV-VALUE
           MOVE WS-N TO WS-LAST-VALUE.

       REPLACE-TERM-PARA.
      *    L'ancien terme est relu pour l'image avant du journal.
           MOVE SPACES TO JRN-RECORD
           SET JRN-ACTION-REPLACE TO TRUE
           READ MASTER-FILE
               INVALID KEY
                   MOVE 0 TO JRN-BEFORE-VALUE
               NOT INVALID KEY
                   MOVE MST-TERM-VALUE TO JRN-BEFORE-VALUE
                   MOVE MST-RUN-ID TO JRN-BEFORE-RUN-ID
           END-READ
           MOVE WS-NEW-MST-RECORD TO MST-RECORD
           REWRITE MST-RECORD
           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-REPLACED-COUNT
               PERFORM WRITE-JOURNAL-PARA
           ELSE
               DISPLAY "Erreur REWRITE LOSTMST (statut "
                   WS-MASTER-STATUS ") cle " MST-KEY
               SET WS-IO-ERROR TO TRUE
           END-IF.

       WRITE-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-DATE-TIME
           MOVE WS-JDT-DATE TO JRN-DATE
           MOVE WS-JDT-TIME TO JRN-TIME
           MOVE "LOSTDERV" TO JRN-PROGRAM
           MOVE MST-KEY TO JRN-KEY
           MOVE MST-TERM-VALUE TO JRN-AFTER-VALUE
           MOVE MST-RUN-ID TO JRN-AFTER-RUN-ID
           WRITE JRN-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Erreur WRITE LOSTJRN (statut "
                   WS-JOURNAL-STATUS ") cle " MST-KEY
               SET WS-IO-ERROR TO TRUE
           END-IF.

       ASSIGN-RUN-ID-PARA.
           ADD 1 TO WS-RUN-SEQ-NBR
           MOVE WS-CDT-DATE TO WS-RUN-ID-DATE
           MOVE WS-CDT-TIME TO WS-RUN-ID-TIME
           MOVE WS-RUN-SEQ-NBR TO WS-RUN-ID-SEQ.

       WRITE-STATS-PARA.
      *    Memes grandeurs que LOST pour que le suivi de capacite
      *    voie les series derivees comme les autres.
           IF WS-TERM-NBR = 0
               MOVE 0 TO WS-MIN-VALUE
           END-IF
           IF WS-TERM-NBR >= 2 AND WS-PREV-VALUE NOT = 0
               COMPUTE WS-FINAL-RATIO = WS-LAST-VALUE / WS-PREV-VALUE
                   ON SIZE ERROR
                       MOVE 0 TO WS-FINAL-RATIO
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-FINAL-RATIO
           END-IF
           COMPUTE WS-CEIL-MARGIN = WS-VALUE-CEILING - WS-MAX-VALUE
           COMPUTE WS-FLOOR-MARGIN = WS-MIN-VALUE - WS-VALUE-FLOOR
           IF WS-CEIL-MARGIN <= WS-FLOOR-MARGIN
               MOVE WS-CEIL-MARGIN TO WS-HEADROOM
           ELSE
               MOVE WS-FLOOR-MARGIN TO WS-HEADROOM
           END-IF
           MOVE WS-RUN-ID TO STA-RUN-ID
           MOVE DRV-TARGET TO STA-SERIES-NAME
           MOVE WS-TERM-NBR TO STA-PRODUCED-NBR
           MOVE WS-MIN-VALUE TO STA-MIN-VALUE
           MOVE WS-MAX-VALUE TO STA-MAX-VALUE
           MOVE WS-VALUE-SUM TO STA-VALUE-SUM
           MOVE WS-FINAL-RATIO TO STA-FINAL-RATIO
           MOVE WS-HEADROOM TO STA-HEADROOM
           MOVE DRV-REQUESTER TO STA-REQUESTER
           WRITE STA-RECORD
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "Erreur WRITE LOSTSTA (statut "
                   WS-STATS-STATUS ") run " WS-RUN-ID
               SET WS-IO-ERROR TO TRUE
           END-IF.

       WRITE-AUDIT-PARA.
      *    Une ligne d'audit par definition, construite ou non,
      *    comme une carte de LOST. Pas de graines : a zero.
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-CDT-DATE TO AUD-RUN-DATE
           MOVE WS-CDT-TIME TO AUD-RUN-TIME
           MOVE WS-REQUESTED-NBR TO AUD-REQUESTED-NBR
           MOVE 0 TO AUD-SEED-B
           MOVE 0 TO AUD-SEED-O
           MOVE WS-TERM-NBR TO AUD-PRODUCED-NBR
           MOVE DRV-REQUESTER TO AUD-REQUESTER
           EVALUATE TRUE
               WHEN WS-DEF-INVALID
                   SET AUD-STATUS-INVALID TO TRUE
               WHEN WS-OVERFLOW-OCCURRED
                   SET AUD-STATUS-OVERFLOW TO TRUE
               WHEN OTHER
                   SET AUD-STATUS-OK TO TRUE
           END-EVALUATE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Erreur WRITE LOSTLOG (statut "
                   WS-AUDIT-STATUS ") run " WS-RUN-ID
               SET WS-IO-ERROR TO TRUE
           END-IF.

       WRITE-LINEAGE-PARA.
           IF WS-TERM-NBR > 0
               PERFORM WRITE-SOURCE-LINEAGE-PARA
                   VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-NBR
                   OR WS-IO-ERROR
           END-IF.

       WRITE-SOURCE-LINEAGE-PARA.
           MOVE 0 TO WS-LIN-COUNT
           PERFORM TALLY-LINEAGE-PARA
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-SRC-USED (WS-SRC-IX)
           PERFORM VARYING WS-LIN-IX FROM 1 BY 1
                   UNTIL WS-LIN-IX > WS-LIN-COUNT
                   OR WS-IO-ERROR
               MOVE WS-RUN-ID TO LIN-RUN-ID
               MOVE DRV-TARGET TO LIN-TARGET-NAME
               MOVE DRV-OPERATION TO LIN-OPERATION
               MOVE WS-SRC-NAME (WS-SRC-IX) TO LIN-SOURCE-NAME
               MOVE WS-LIN-RUN-ID (WS-LIN-IX) TO LIN-SOURCE-RUN-ID
               MOVE WS-LIN-FIRST (WS-LIN-IX) TO LIN-FIRST-TERM
               MOVE WS-LIN-LAST (WS-LIN-IX) TO LIN-LAST-TERM
               MOVE WS-LIN-TERMS (WS-LIN-IX) TO LIN-TERM-COUNT
               WRITE LIN-RECORD
               IF WS-LINEAGE-STATUS NOT = "00"
                   DISPLAY "Erreur WRITE LOSTLIN (statut "
                       WS-LINEAGE-STATUS ") run " WS-RUN-ID
                   SET WS-IO-ERROR TO TRUE
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  Lignee : " DELIMITED BY SIZE
                      LIN-SOURCE-NAME DELIMITED BY SIZE
                      " run " DELIMITED BY SIZE
                      LIN-SOURCE-RUN-ID DELIMITED BY SIZE
                      " termes " DELIMITED BY SIZE
                      LIN-FIRST-TERM DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      LIN-LAST-TERM DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      LIN-TERM-COUNT DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       TALLY-LINEAGE-PARA.
           MOVE "N" TO WS-LIN-FOUND-FLAG
           PERFORM VARYING WS-LIN-IX FROM 1 BY 1
                   UNTIL WS-LIN-IX > WS-LIN-COUNT
                   OR WS-LIN-FOUND
               IF WS-LIN-RUN-ID (WS-LIN-IX) =
                       WS-SRC-RUN-ID (WS-SRC-IX, WS-K)
                   SET WS-LIN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-LIN-FOUND
               SUBTRACT 1 FROM WS-LIN-IX
               MOVE WS-K TO WS-LIN-LAST (WS-LIN-IX)
               ADD 1 TO WS-LIN-TERMS (WS-LIN-IX)
           ELSE
               ADD 1 TO WS-LIN-COUNT
               MOVE WS-SRC-RUN-ID (WS-SRC-IX, WS-K)
                   TO WS-LIN-RUN-ID (WS-LIN-COUNT)
               MOVE WS-K TO WS-LIN-FIRST (WS-LIN-COUNT)
               MOVE WS-K TO WS-LIN-LAST (WS-LIN-COUNT)
               MOVE 1 TO WS-LIN-TERMS (WS-LIN-COUNT)
           END-IF.

       PRINT-REPORT-HEADER-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE "Construction des series derivees LOST" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Date d'edition: " DELIMITED BY SIZE
                  WS-CDT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       PRINT-DEFINITION-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Definition " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  DRV-OPERATION DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  DRV-TARGET DELIMITED BY SIZE
                  " run " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM PRINT-SOURCE-PARA
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-NBR.

       PRINT-SOURCE-PARA.
           MOVE SPACES TO RPT-LINE
           STRING "  Source " DELIMITED BY SIZE
                  WS-SRC-IX DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-SRC-NAME (WS-SRC-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SRC-COUNT (WS-SRC-IX) DELIMITED BY SIZE
                  " terme(s) dans LOSTMST" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       PRINT-OUTCOME-PARA.
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-DEF-INVALID
                   STRING "  Rejetee : " DELIMITED BY SIZE
                          WS-REJECT-REASON DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN WS-IO-ERROR
                   STRING "  Interrompue sur erreur d'entree-sortie "
                              DELIMITED BY SIZE
                          "apres " DELIMITED BY SIZE
                          WS-TERM-NBR DELIMITED BY SIZE
                          " terme(s) - a defaire par LOSTRCVR"
                              DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN WS-OVERFLOW-OCCURRED
                   STRING "  Arretee (statut O) : " DELIMITED BY SIZE
                          WS-STOP-REASON DELIMITED BY SIZE
                       INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-TERM-NBR DELIMITED BY SIZE
                          " terme(s) ecrit(s) sur " DELIMITED BY SIZE
                          WS-REQUESTED-NBR DELIMITED BY SIZE
                          " avant l'arret" DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN OTHER
                   STRING "  Construite (statut S) : " DELIMITED BY SIZE
                          WS-TERM-NBR DELIMITED BY SIZE
                          " terme(s) ecrit(s) dans LOSTMST"
                              DELIMITED BY SIZE
                       INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE.

       PRINT-SUMMARY-PARA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Definitions lues      : " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Series construites    : " DELIMITED BY SIZE
                  WS-BUILT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Arretees (depassement): " DELIMITED BY SIZE
                  WS-OVERFLOW-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Rejetees              : " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.
