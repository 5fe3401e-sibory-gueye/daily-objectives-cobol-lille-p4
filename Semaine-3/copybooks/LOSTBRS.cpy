      *-----------------------------------------------------------*
      *  LOSTBRS - Routing card (SYSIN) layout for LOSTBRST.      *
      *  One card per requester code to receive a distribution    *
      *  package : the code is tied to one of the package DDs     *
      *  LOSTPK01 to LOSTPK10 of the job.                         *
      *  Cols  1- 8  BRS-REQUESTER  code demandeur (LOSTRQM) ;    *
      *              EXPLOIT est obligatoire : il recoit les runs *
      *              sans code demandeur ou d'un code non route   *
      *  Cols 10-11  BRS-SLOT       numero de paquet 01 a 10      *
      *              (DD LOSTPKnn)                                *
      *-----------------------------------------------------------*
       01  BRS-RECORD.
           05  BRS-REQUESTER       PIC X(08).
           05  FILLER              PIC X(01).
           05  BRS-SLOT            PIC X(02).
           05  BRS-SLOT-NBR REDEFINES BRS-SLOT
                                   PIC 9(02).
