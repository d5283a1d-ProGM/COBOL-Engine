      * priced it (0 = the flat one-coin-one-credit default).
      * Legacy lines from before the kind column read back with
      * spaces there and are treated as CASH for one credit.
      * CASH lines also carry the acceptor channel the coin came in
      * on and what it was worth in cents (COINCHFLDS); non-cash
      * kinds carry zeros there, save that a MEMB line (a membership
      * sold at the counter) carries its fee as the value. Lines
      * from before those columns read back blank -- one coin at the
      * site's default value.
      * Every line ends in its seal: a running sequence number and a
      * check value chained from the line before (see SEALSTAT), so
      * a line taken out or edited by hand shows on verification.
      * Lines from before the seal read back blank there.
      * Included with COPY COINEVT under the FD 01 of WriteCoinEvent,
      * PrintCoinReport, CloseDay and ExportSalesJournal so writer
      * and readers agree.
      ******************************************************************
           05 CE-DATE    PIC 9(8).
           05 CE-SEP-1   PIC X(1).
           05 CE-CREDITS PIC 9(2).
           05 CE-SEP-4   PIC X(1).
           05 CE-RULE-ID PIC 9(2).
           05 CE-SEP-5   PIC X(1).
           05 CE-CHANNEL PIC 9(1).
           05 CE-SEP-6   PIC X(1).
           05 CE-VALUE   PIC 9(5).
           05 CE-SEP-7   PIC X(1).
           05 CE-SEQUENCE PIC 9(8).
           05 CE-SEP-8   PIC X(1).
           05 CE-CHECK   PIC 9(9).
