      *-----------------------------------------------------------*
      *  LOSTCPN - Pending catalog change (VSAM KSDS) layout.     *
      *  One record per series with a change awaiting approval,   *
      *  keyed by the series name, written by LOSTCATM from an    *
      *  A, C or R card and removed when a second user approves   *
      *  (V, the change is then applied to LOSTCAT) or cancels    *
      *  (X) it. Carries the card fields exactly as submitted, so *
      *  the approver applies what was staged, nothing else.      *
      *-----------------------------------------------------------*
       01  CPN-RECORD.
           05  CPN-SERIES-NAME     PIC X(20).
           05  CPN-ACTION          PIC X(01).
           05  CPN-SERIES-TYPE     PIC X(01).
           05  CPN-SERIES-PARM     PIC X(08).
           05  CPN-SEED-B          PIC X(05).
           05  CPN-SEED-O          PIC X(05).
           05  CPN-OWNER           PIC X(08).
           05  CPN-SUBMITTER       PIC X(08).
           05  CPN-SUBMIT-DATE     PIC X(08).
           05  CPN-SUBMIT-TIME     PIC X(06).
