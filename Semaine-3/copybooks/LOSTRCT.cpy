      *-----------------------------------------------------------*
      *  LOSTRCT - Run-control record of the nightly LOST chain   *
      *  (VSAM KSDS, key = business date + step). LOST, LOSTINTV, *
      *  LOSTLOAD, LOSTVRFY, LOSTPROM and LOSTARCH each read it   *
      *  at start and write their own entry at the end of the     *
      *  step, so that a resubmitted stream knows what already    *
      *  ran for the business date.                               *
      *  RCT-STATUS 'A' etape lancee, pas encore terminee (ou     *
      *             abend : relance admise)                       *
      *             'C' close : RC=0 (LOST et LOSTMRG : RC=8      *
      *             compris, cartes rejetees) ; une nouvelle      *
      *             soumission pour la meme date est sautee       *
      *             (LOST : refusee sauf carte RERUN=Y)           *
      *             'F' terminee au-dela : relance admise, les    *
      *             etapes suivantes refusent de demarrer         *
      *  Plage de runs et compteurs de la derniere execution :    *
      *    LOST     cartes lues / termes produits, runs du paquet *
      *    LOSTINTV enregistrements lus / blocs H-D-T valides     *
      *    LOSTLOAD termes lus / termes ecrits, runs charges      *
      *    LOSTVRFY runs verifies / ecarts releves                *
      *    LOSTPROM termes du run / termes ecrits dans LOSTREFN,  *
      *             run promu                                     *
      *    LOSTARCH enregistrements lus / archives                *
      *  Nuit partitionnee : LOSTSPLT (cartes lues / partitions), *
      *  une entree LOSTPnn par partition (comme LOST), puis      *
      *  LOSTMRG ecrit l'entree LOST de la nuit fusionnee.        *
      *  RCT-ATTEMPTS compte les executions de l'etape pour la    *
      *  date, RCT-RERUN-FLAG 'Y' si la derniere etait forcee.    *
      *-----------------------------------------------------------*
       01  RCT-RECORD.
           05  RCT-KEY.
               10  RCT-BUS-DATE    PIC X(08).
               10  RCT-STEP        PIC X(08).
           05  RCT-STATUS          PIC X(01).
               88  RCT-STATUS-ACTIVE           VALUE "A".
               88  RCT-STATUS-COMPLETE         VALUE "C".
               88  RCT-STATUS-FAILED           VALUE "F".
           05  RCT-RETURN-CODE     PIC 9(03).
           05  RCT-START-STAMP.
               10  RCT-START-DATE  PIC X(08).
               10  RCT-START-TIME  PIC X(06).
           05  RCT-END-STAMP.
               10  RCT-END-DATE    PIC X(08).
               10  RCT-END-TIME    PIC X(06).
           05  RCT-FIRST-RUN-ID    PIC X(16).
           05  RCT-LAST-RUN-ID     PIC X(16).
           05  RCT-READ-COUNT      PIC 9(07).
           05  RCT-WRITTEN-COUNT   PIC 9(07).
           05  RCT-ATTEMPTS        PIC 9(03).
           05  RCT-RERUN-FLAG      PIC X(01).
           05  FILLER              PIC X(02).
