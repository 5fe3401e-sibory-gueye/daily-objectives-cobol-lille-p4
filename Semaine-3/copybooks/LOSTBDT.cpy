      *-----------------------------------------------------------*
      *  LOSTBDT - Business-date card (DD LOSTBDT) read by every  *
      *  step of the nightly chain for run control (LOSTRCT).     *
      *  Cols  1- 8  BDT-BUS-DATE  date d'exploitation AAAAMMJJ   *
      *              (DD absent ou carte vide : date du jour)     *
      *  Cols 10-16  BDT-RERUN     'RERUN=Y' force l'execution    *
      *              d'une etape deja terminee pour la date - en  *
      *              particulier un second LOST sur une journee   *
      *              close                                        *
      *-----------------------------------------------------------*
       01  BDT-RECORD.
           05  BDT-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  BDT-RERUN           PIC X(07).
               88  BDT-RERUN-REQUESTED         VALUE "RERUN=Y".
