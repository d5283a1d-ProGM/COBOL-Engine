      ******************************************************************
      * Shared record layout of ./data/splits.dat -- one row per
      * Breakout level for time attack: the level, the par time the
      * site set for it in whole seconds, and the cabinet's best
      * split on it to the tenth of a second with the initials and
      * date that set it (a best of zero means nobody has cleared it
      * against the clock yet). The site keys in the pars; the
      * cabinet keeps the bests. Included with COPY SPLITREC under
      * the FD 01 of RecordSplit.
      ******************************************************************
           05 SP-LEVEL         PIC 9(2).
           05 SP-SEP-1         PIC X(1).
           05 SP-PAR-SECONDS   PIC 9(4).
           05 SP-SEP-2         PIC X(1).
           05 SP-BEST-SPLIT    PIC 9(4)V9.
           05 SP-SEP-3         PIC X(1).
           05 SP-BEST-INITIALS PIC X(3).
           05 SP-SEP-4         PIC X(1).
           05 SP-BEST-DATE     PIC 9(8).
