      *-----------------------------------------------------------*
      *  LOSTPRT - Partition card (DD LOSTPRT) of a partitioned   *
      *  LOST step. Sans cette DD (ou DD vide), LOST traite son   *
      *  paquet seul, comme toujours. Avec elle, LOST ne produit  *
      *  que la partition nn du paquet decoupe par LOSTSPLT :     *
      *  son SYSIN est le paquet PROD.LOST.Pnn.DECK, les rangs    *
      *  de ses cartes sont lus dans le manifeste LOSTPTM, et     *
      *  l'etape s'enregistre dans LOSTRCT sous LOSTPnn.          *
      *  Cols  1- 2  PRT-PARTITION  numero de partition 01-06     *
      *-----------------------------------------------------------*
       01  PRT-RECORD.
           05  PRT-PARTITION       PIC X(02).
           05  PRT-PARTITION-NBR REDEFINES PRT-PARTITION
                                   PIC 9(02).
           05  FILLER              PIC X(78).
