      *-----------------------------------------------------------*
      *  LOSTBRC - Communication area of the LBRW browse          *
      *  transaction (LOSTBRW), passed from one screen to the     *
      *  next (pseudo-conversational) : which screen is showing,  *
      *  the catalog page (first series shown and every series    *
      *  on it, to resolve a cursor selection) and the terms page *
      *  of the chosen series (term and producing run per line,   *
      *  to resolve PF4 to the LOSTLOG audit entry). Nothing held *
      *  here is ever written back : the screens are read-only.   *
      *-----------------------------------------------------------*
       01  BRC-COMMAREA.
           05  BRC-SCREEN          PIC X(01).
               88  BRC-ON-CATALOG              VALUE "C".
               88  BRC-ON-TERMS                VALUE "T".
               88  BRC-ON-AUDIT                VALUE "A".
           05  BRC-CAT-FIRST       PIC X(20).
           05  BRC-CAT-MORE        PIC X(01).
               88  BRC-CAT-HAS-MORE            VALUE "Y".
           05  BRC-CAT-NAME        PIC X(20) OCCURS 12 TIMES.
           05  BRC-SERIES-NAME     PIC X(20).
           05  BRC-TERM-FIRST      PIC 9(03).
           05  BRC-TERM-MORE       PIC X(01).
               88  BRC-TERM-HAS-MORE           VALUE "Y".
           05  BRC-TERM-LINE OCCURS 12 TIMES.
               10  BRC-TERM-NBR    PIC 9(03).
               10  BRC-TERM-RUN-ID PIC X(16).
