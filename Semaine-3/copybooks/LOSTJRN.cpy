      *-----------------------------------------------------------*
      *  LOSTJRN - LOSTMST change journal record, appended by     *
      *  every program that updates the master (LOSTLOAD,         *
      *  LOSTDERV, LOSTMSTM, LOSTRCVR). One record per add,       *
      *  replace or delete, in the order the changes were made,   *
      *  holding the key with its before and after image.         *
      *  JRN-ACTION 'A' ajout : pas d'image avant (zero/blanc)    *
      *             'R' remplacement : images avant et apres      *
      *             'D' suppression : pas d'image apres           *
      *  LOSTRCVR reads it backwards from a cut point (run id or  *
      *  date/time) to put the master back as it was before.      *
      *  Trimmed by LOSTARCH like LOSTLOG (JRN-DATE < cutoff).    *
      *-----------------------------------------------------------*
       01  JRN-RECORD.
           05  JRN-DATE            PIC X(08).
           05  JRN-TIME            PIC X(06).
           05  JRN-PROGRAM         PIC X(08).
           05  JRN-ACTION          PIC X(01).
               88  JRN-ACTION-ADD              VALUE "A".
               88  JRN-ACTION-REPLACE          VALUE "R".
               88  JRN-ACTION-DELETE           VALUE "D".
           05  JRN-KEY.
               10  JRN-SERIES-NAME PIC X(20).
               10  JRN-TERM-NBR    PIC 9(03).
           05  JRN-BEFORE-VALUE    PIC S9(20)
                                   SIGN IS LEADING SEPARATE.
           05  JRN-BEFORE-RUN-ID   PIC X(16).
           05  JRN-AFTER-VALUE     PIC S9(20)
                                   SIGN IS LEADING SEPARATE.
           05  JRN-AFTER-RUN-ID    PIC X(16).
