      *-----------------------------------------------------------*
      *  LOSTLIN - Lineage record of a derived series, appended   *
      *  by LOSTDERV. A source series in LOSTMST may hold terms   *
      *  loaded by several runs, so one record is written per     *
      *  (source series, source run) pair actually used, with the *
      *  range and count of source terms taken from that run.     *
      *  LIN-RUN-ID is the derived run's own AUD-RUN-ID in        *
      *  LOSTLOG; LIN-SOURCE-RUN-ID points back at the LOSTLOG    *
      *  entry of the run that produced the source terms.         *
      *-----------------------------------------------------------*
       01  LIN-RECORD.
           05  LIN-RUN-ID          PIC X(16).
           05  LIN-TARGET-NAME     PIC X(20).
           05  LIN-OPERATION       PIC X(01).
           05  LIN-SOURCE-NAME     PIC X(20).
           05  LIN-SOURCE-RUN-ID   PIC X(16).
           05  LIN-FIRST-TERM      PIC 9(03).
           05  LIN-LAST-TERM       PIC 9(03).
           05  LIN-TERM-COUNT      PIC 9(03).
