      ******************************************************************
      * Shared record layout of ./data/size_budget.dat, the site's
      * storage budgets -- one row per budget group: a short label,
      * the budget in KB, and the file pattern the group covers
      * (a path under ./data or ./backup with at most one * standing
      * for any run of characters). A file counts toward every group
      * whose pattern it matches, so a group for a whole directory
      * can sit beside groups for its biggest files. Rows starting
      * with # are comments. Included with COPY CAPBUDG under the FD
      * 01 of CheckDataCapacity.
      ******************************************************************
           05 CB-LABEL     PIC X(12).
           05 CB-SEP-1     PIC X(1).
           05 CB-BUDGET-KB PIC 9(10).
           05 CB-SEP-2     PIC X(1).
           05 CB-PATTERN   PIC X(40).
