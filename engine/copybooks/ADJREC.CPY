      ******************************************************************
      * Shared record layout of ./data/adjustments.dat -- one line per
      * manual adjustment an attendant makes at the cabinet: when,
      * what kind (R = cash refund handed over the counter, G =
      * credit granted onto the cabinet, X = credit removed from it),
      * the cash in cents for a refund, the credits for a grant or a
      * removal, the coded reason, and the operator who made it.
      * Reasons: COINEAT (the mech swallowed a coin), FAULT (a match
      * died on a fault), GOODWILL, TESTPLAY, OTHER. Included with
      * COPY ADJREC under the FD 01 of WriteAdjustment, CloseDay and
      * PrintCoinReport so the writer and the reconciliations agree.
      ******************************************************************
           05 AJ-DATE      PIC 9(8).
           05 AJ-SEP-1     PIC X(1).
           05 AJ-TIME      PIC 9(6).
           05 AJ-SEP-2     PIC X(1).
           05 AJ-KIND      PIC X(1).
           05 AJ-SEP-3     PIC X(1).
           05 AJ-AMOUNT    PIC 9(7).
           05 AJ-SEP-4     PIC X(1).
           05 AJ-CREDITS   PIC 9(2).
           05 AJ-SEP-5     PIC X(1).
           05 AJ-REASON    PIC X(8).
           05 AJ-SEP-6     PIC X(1).
           05 AJ-OPERATOR  PIC X(4).
