      *-----------------------------------------------------------*
      *  LOSTRCC - Control card (SYSIN) layout for LOSTRCVR.      *
      *  One card = one point in time to put LOSTMST back to.     *
      *  Col      1  RCC-CUT-TYPE  'R' run : le point de reprise  *
      *              est la premiere ecriture du run nomme dans   *
      *              le journal ; 'T' horodatage : le point est   *
      *              la premiere ligne du journal datee de        *
      *              RCC-CUT-DATE/RCC-CUT-TIME ou plus tard       *
      *  Cols  2-17  RCC-CUT-RUN-ID  identifiant de run ('R')     *
      *  Cols  2- 9  RCC-CUT-DATE    AAAAMMJJ ('T')               *
      *  Cols 10-15  RCC-CUT-TIME    HHMMSS ('T', blanc = 000000) *
      *  Col     18  RCC-MODE      'A' applique la reprise ;      *
      *              'S' ou blanc : simulation, rapport seul      *
      *  Tout ce qui a ete journalise a partir du point est       *
      *  defait, du plus recent au plus ancien.                   *
      *-----------------------------------------------------------*
       01  RCC-RECORD.
           05  RCC-CUT-TYPE        PIC X(01).
               88  RCC-CUT-BY-RUN              VALUE "R".
               88  RCC-CUT-BY-TIME             VALUE "T".
           05  RCC-CUT-RUN-ID      PIC X(16).
           05  RCC-CUT-STAMP REDEFINES RCC-CUT-RUN-ID.
               10  RCC-CUT-DATE    PIC X(08).
               10  RCC-CUT-TIME    PIC X(06).
               10  FILLER          PIC X(02).
           05  RCC-MODE            PIC X(01).
               88  RCC-MODE-APPLY              VALUE "A".
               88  RCC-MODE-SIMULATE           VALUE "S" " ".
