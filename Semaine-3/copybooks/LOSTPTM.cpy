      *-----------------------------------------------------------*
      *  LOSTPTM - Partition manifest (PROD.LOST.PARTMAN) written *
      *  by LOSTSPLT, read by each partitioned LOST step and by   *
      *  the merge LOSTMRG. Trois types d'enregistrement, dans    *
      *  cet ordre :                                              *
      *    'H' un en-tete : date d'exploitation, estampille de   *
      *        base des identifiants de run (date + HHMM du       *
      *        decoupage), nombre de partitions, de cartes et de  *
      *        termes demandes                                    *
      *    'P' une ligne par partition : cartes, termes demandes, *
      *        premier et dernier rang                            *
      *    'C' une ligne par carte du paquet, dans l'ordre du     *
      *        paquet : rang global, partition, numero d'ordre    *
      *        dans le paquet de la partition, demandeur, termes  *
      *  Le rang global est celui de la carte dans le paquet      *
      *  entier : l'identifiant de run d'une carte partitionnee   *
      *  est l'estampille de base suivie de ce rang sur quatre    *
      *  chiffres, unique et dans l'ordre du paquet quelle que    *
      *  soit la partition qui l'a produite.                      *
      *-----------------------------------------------------------*
       01  PTM-RECORD.
           05  PTM-TYPE            PIC X(01).
               88  PTM-HEADER                  VALUE "H".
               88  PTM-PARTITION-LINE          VALUE "P".
               88  PTM-CARD-LINE               VALUE "C".
           05  PTM-BODY            PIC X(79).
           05  PTM-HEADER-BODY REDEFINES PTM-BODY.
               10  PTM-BUS-DATE        PIC X(08).
               10  PTM-BASE-STAMP.
                   15  PTM-BASE-DATE   PIC X(08).
                   15  PTM-BASE-HHMM   PIC X(04).
               10  PTM-PART-COUNT      PIC 9(02).
               10  PTM-CARD-COUNT      PIC 9(04).
               10  PTM-TERM-COUNT      PIC 9(07).
               10  FILLER              PIC X(46).
           05  PTM-PARTITION-BODY REDEFINES PTM-BODY.
               10  PTM-P-PARTITION     PIC 9(02).
               10  PTM-P-CARD-COUNT    PIC 9(03).
               10  PTM-P-TERM-COUNT    PIC 9(07).
               10  PTM-P-FIRST-RANK    PIC 9(04).
               10  PTM-P-LAST-RANK     PIC 9(04).
               10  FILLER              PIC X(59).
           05  PTM-CARD-BODY REDEFINES PTM-BODY.
               10  PTM-C-RANK          PIC 9(04).
               10  PTM-C-PARTITION     PIC 9(02).
               10  PTM-C-LOCAL-NBR     PIC 9(03).
               10  PTM-C-REQUESTER     PIC X(08).
               10  PTM-C-TERMS         PIC 9(03).
               10  FILLER              PIC X(59).
