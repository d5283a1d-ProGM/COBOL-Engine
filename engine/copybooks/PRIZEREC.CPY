      ******************************************************************
      * Shared record layout of ./data/prizes.dat -- the prize
      * drawer's catalog, one line per prize: a short code, the
      * description on the shelf label, how many owed tickets it
      * costs, how many are on hand, and the minimum the site keeps
      * before it reorders. Rows not starting with a code are
      * comments. Included with COPY PRIZEREC under the FD 01 of
      * LoadPrizeCatalog, RedeemPrize and PrintPrizeReorder.
      ******************************************************************
           05 PZ-CODE        PIC X(6).
           05 PZ-SEP-1       PIC X(1).
           05 PZ-DESCRIPTION PIC X(20).
           05 PZ-SEP-2       PIC X(1).
           05 PZ-TICKET-COST PIC 9(4).
           05 PZ-SEP-3       PIC X(1).
           05 PZ-STOCK       PIC 9(5).
           05 PZ-SEP-4       PIC X(1).
           05 PZ-MIN-STOCK   PIC 9(5).
