      ******************************************************************
      * Shared layout of one screen page of an archived report: the
      * number of lines filled and up to fifteen lines of it, cut to
      * the eighty characters a cabinet screen row holds. Included
      * with COPY RPTPAGE inside a caller's own "01 REPORT-PAGE." so
      * ReadReportPage and PONG.CBL agree on it.
      ******************************************************************
           05 RP-LINE-COUNT PIC 9(2).
           05 RP-LINE OCCURS 15 TIMES PIC X(80).
