      ******************************************************************
      * Shared record layout of ./data/dormant_flags.dat -- one line
      * per stored-value account currently flagged dormant: the
      * initials, the date of its last balance-journal movement, the
      * day it was flagged, the balance it held then, and the day
      * the balance expires unless it moves first. ExpireDormant-
      * Balances rewrites the whole file on every live run; a flag
      * drops the moment its account moves again. A member's
      * account carries its member number last. Included with
      * COPY DORMFLAG under the FD 01 of ExpireDormantBalances and
      * CheckDormantNotice.
      ******************************************************************
           05 DF-INITIALS   PIC X(3).
           05 DF-SEP-1      PIC X(1).
           05 DF-LAST-MOVE  PIC 9(8).
           05 DF-SEP-2      PIC X(1).
           05 DF-FLAGGED    PIC 9(8).
           05 DF-SEP-3      PIC X(1).
           05 DF-BALANCE    PIC 9(4).
           05 DF-SEP-4      PIC X(1).
           05 DF-EXPIRES    PIC 9(8).
           05 DF-SEP-5      PIC X(1).
           05 DF-MEMBER-NUMBER PIC X(8).
