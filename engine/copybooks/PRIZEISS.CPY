      ******************************************************************
      * Shared record layout of ./data/prize_issues.dat -- one line
      * per prize handed across the counter: date, time, the
      * initials whose owed tickets paid for it (the hi-score
      * journal's own shape, name at column 17), the prize code,
      * the tickets it cost, and the cabinet that paid it out. The
      * file is append-only; it is how the reorder report knows how
      * fast each prize moves. Included with COPY PRIZEISS under the
      * FD 01 of RedeemPrize and PrintPrizeReorder.
      ******************************************************************
           05 PI-DATE       PIC 9(8).
           05 PI-SEP-1      PIC X(1).
           05 PI-TIME       PIC 9(6).
           05 PI-SEP-2      PIC X(1).
           05 PI-INITIALS   PIC X(3).
           05 PI-SEP-3      PIC X(1).
           05 PI-CODE       PIC X(6).
           05 PI-SEP-4      PIC X(1).
           05 PI-TICKETS    PIC 9(4).
           05 PI-SEP-5      PIC X(1).
           05 PI-CABINET-ID PIC X(8).
