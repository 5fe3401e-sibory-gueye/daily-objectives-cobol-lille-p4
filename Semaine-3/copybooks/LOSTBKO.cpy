      *-----------------------------------------------------------*
      *  LOSTBKO - Backed-out run record (VSAM KSDS, key = run    *
      *  id). LOSTRCVR writes one record, in apply mode, for      *
      *  every LOSTLOAD or LOSTDERV (derived series) run whose    *
      *  master updates it has undone; LOSTLOAD then skips that   *
      *  run's terms when it re-reads the cumulative LOSTSEQ,     *
      *  derived terms included, so a recovery is not silently    *
      *  replayed by the next night's load. Undoing the recovery  *
      *  itself (a later LOSTRCVR cut before it) removes the      *
      *  record again.                                            *
      *  BKO-CUT-POINT  point de reprise de la carte LOSTRCC      *
      *                 (type + run id ou date/heure)             *
      *-----------------------------------------------------------*
       01  BKO-RECORD.
           05  BKO-RUN-ID          PIC X(16).
           05  BKO-RCVR-DATE       PIC X(08).
           05  BKO-RCVR-TIME       PIC X(06).
           05  BKO-CUT-POINT       PIC X(17).
           05  FILLER              PIC X(13).
