      *-----------------------------------------------------------*
      *  LOSTDST - Distribution log record, appended by LOSTBRST  *
      *  for every requester package it writes, as proof of what *
      *  was delivered to whom for a business date :              *
      *    horodatage de l'eclatement, date d'exploitation,       *
      *    demandeur et DD du paquet, runs de la nuit (dont       *
      *    signales : statut d'audit autre que 'S'), pages de     *
      *    garde et pages de sequences, lignes ecrites, premier   *
      *    et dernier run du paquet.                              *
      *  DST-STATUS 'E' paquet ecrit ; 'X' paquet non ecrit (DD   *
      *             absente ou inutilisable) : a redistribuer.    *
      *-----------------------------------------------------------*
       01  DST-RECORD.
           05  DST-DATE            PIC X(08).
           05  DST-TIME            PIC X(06).
           05  DST-BUS-DATE        PIC X(08).
           05  DST-REQUESTER       PIC X(08).
           05  DST-PACKAGE         PIC X(08).
           05  DST-STATUS          PIC X(01).
               88  DST-STATUS-WRITTEN          VALUE "E".
               88  DST-STATUS-NOT-WRITTEN      VALUE "X".
           05  DST-RUN-COUNT       PIC 9(03).
           05  DST-FLAGGED-COUNT   PIC 9(03).
           05  DST-COVER-PAGES     PIC 9(03).
           05  DST-SEQUENCE-PAGES  PIC 9(05).
           05  DST-LINE-COUNT      PIC 9(07).
           05  DST-FIRST-RUN-ID    PIC X(16).
           05  DST-LAST-RUN-ID     PIC X(16).
           05  FILLER              PIC X(08).
