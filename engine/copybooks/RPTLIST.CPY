      ******************************************************************
      * Shared layout of the recent-reports list the service menu's
      * report viewer pages through: up to twelve runs from the
      * report archive index, newest first, each with its date and
      * time, report name, outcome, line count and file. Included
      * with COPY RPTLIST inside a caller's own "01 REPORT-LIST." so
      * ReadReportIndex and PONG.CBL agree on it.
      ******************************************************************
           05 RI-COUNT PIC 9(2).
           05 RI-ENTRY OCCURS 12 TIMES.
               10 RI-DATE   PIC 9(8).
               10 RI-TIME   PIC 9(6).
               10 RI-NAME   PIC X(20).
               10 RI-RESULT PIC X(7).
               10 RI-LINES  PIC 9(5).
               10 RI-PATH   PIC X(60).
