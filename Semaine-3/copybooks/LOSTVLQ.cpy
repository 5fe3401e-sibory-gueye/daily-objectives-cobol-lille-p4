      *-----------------------------------------------------------*
      *  LOSTVLQ - Value card (SYSIN) layout for LOSTRVL.         *
      *  One card per value to trace back to its series/terms.    *
      *  Col      1  VLQ-SIGN     '-' valeur negative ; '+' ou    *
      *              blanc : positive                             *
      *  Cols  2-21  VLQ-DIGITS   valeur cadree a droite (les     *
      *              blancs de tete valent zero)                  *
      *  Col     23  VLQ-NEAREST  'P' : sans correspondance       *
      *              exacte, donner aussi les valeurs tenues les  *
      *              plus proches, inferieure et superieure ;     *
      *              blanc : correspondance exacte seule          *
      *-----------------------------------------------------------*
       01  VLQ-RECORD.
           05  VLQ-SIGN            PIC X(01).
               88  VLQ-SIGN-NEGATIVE           VALUE "-".
               88  VLQ-SIGN-VALID              VALUE "-" "+" " ".
           05  VLQ-DIGITS          PIC X(20).
           05  VLQ-DIGITS-NBR REDEFINES VLQ-DIGITS
                                   PIC 9(20).
           05  FILLER              PIC X(01).
           05  VLQ-NEAREST         PIC X(01).
               88  VLQ-NEAREST-WANTED          VALUE "P".
               88  VLQ-NEAREST-VALID           VALUE "P" " ".
