      *-----------------------------------------------------------*
      *  LOSTCHS - Catalog change history record layout.          *
      *  One record appended by LOSTCATM per change applied to    *
      *  LOSTCAT, with the full catalog entry before and after    *
      *  (LOSTCAT layout, 48 bytes each ; the before-image is     *
      *  blank for an add). Read by LOSTCATH to list changes and  *
      *  rebuild the entry in force at any date or LOST run.      *
      *-----------------------------------------------------------*
       01  CHS-RECORD.
      *  Date et heure d'application (approbation).               *
           05  CHS-CHANGE-DATE     PIC X(08).
           05  CHS-CHANGE-TIME     PIC X(06).
           05  CHS-SERIES-NAME     PIC X(20).
           05  CHS-ACTION          PIC X(01).
               88  CHS-ACTION-ADD              VALUE "A".
               88  CHS-ACTION-CHANGE           VALUE "C".
               88  CHS-ACTION-RETIRE           VALUE "R".
           05  CHS-SUBMITTER       PIC X(08).
           05  CHS-SUBMIT-DATE     PIC X(08).
           05  CHS-SUBMIT-TIME     PIC X(06).
           05  CHS-APPROVER        PIC X(08).
           05  CHS-BEFORE-IMAGE    PIC X(48).
           05  CHS-AFTER-IMAGE     PIC X(48).
