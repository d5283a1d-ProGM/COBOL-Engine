      ******************************************************************
      * Shared record layout of ./data/cash_params.dat -- the site's
      * cash-handling parameters, one row: what one coin is worth in
      * cents when nothing better is known, and how many cents a
      * collection may come up short before the variance report
      * flags it. Rows not starting with a digit are comments.
      * Included with COPY CASHPARM under the FD 01 of
      * LoadCashParams, the one reader; everything else asks it.
      ******************************************************************
           05 CP-COIN-VALUE PIC 9(5).
           05 CP-SEP-1      PIC X(1).
           05 CP-TOLERANCE  PIC 9(7).
