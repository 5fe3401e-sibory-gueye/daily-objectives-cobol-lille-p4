               88  AUD-STATUS-INVALID          VALUE "I".
               88  AUD-STATUS-OVERFLOW         VALUE "O".
               88  AUD-STATUS-RECONCILE-FAIL   VALUE "M".
      *  Requester rejections (see LOSTRQM) : 'E' outside the    *
      *  entitlement (code unknown or suspended, series not       *
      *  granted, more terms than allowed per card), 'Q' monthly  *
      *  quota exceeded. As with 'I', nothing is produced.        *
               88  AUD-STATUS-ENTITLEMENT      VALUE "E".
               88  AUD-STATUS-QUOTA            VALUE "Q".
      *  Unique run identifier (date + time + rank in the deck),  *
      *  also stamped on LOSTSEQ, LOSTCKP and the report header   *
      *  so any output traces back to exactly one audit entry.    *
