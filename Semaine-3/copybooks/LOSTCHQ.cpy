      *-----------------------------------------------------------*
      *  LOSTCHQ - Query card (SYSIN) layout for LOSTCATH.        *
      *  One card per question asked of the catalog history.      *
      *  Col      1  CHQ-FUNCTION     'L' liste des changements   *
      *              appliques entre deux dates,                  *
      *              'E' etat du catalogue a une date/heure ou    *
      *              au moment d'un run LOST                      *
      *  Cols  2- 9  CHQ-DATE-1       'L' : date de debut         *
      *              AAAAMMJJ (blanc = depuis l'origine) ;        *
      *              'E' : date de reference AAAAMMJJ             *
      *  Cols 10-17  CHQ-DATE-2       'L' : date de fin incluse   *
      *              (blanc = jusqu'a aujourd'hui)                *
      *  Cols 18-23  CHQ-TIME         'E' : heure de reference    *
      *              HHMMSS (blanc = 235959, fin de journee)      *
      *  Cols 24-43  CHQ-SERIES-NAME  serie (blanc = toutes)      *
      *  Cols 44-59  CHQ-RUN-ID       'E' : identifiant de run    *
      *              LOSTLOG ; remplace date et heure de          *
      *              reference par la date et l'heure du run      *
      *              lues dans l'index d'audit LOSTAUX            *
      *-----------------------------------------------------------*
       01  CHQ-RECORD.
           05  CHQ-FUNCTION        PIC X(01).
               88  CHQ-FUNCTION-LIST           VALUE "L".
               88  CHQ-FUNCTION-STATE          VALUE "E".
           05  CHQ-DATE-1          PIC X(08).
           05  CHQ-DATE-2          PIC X(08).
           05  CHQ-TIME            PIC X(06).
           05  CHQ-SERIES-NAME     PIC X(20).
           05  CHQ-RUN-ID          PIC X(16).
