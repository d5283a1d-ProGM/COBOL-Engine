      ******************************************************************
      * Shared record layout of ./data/reports/report_index.dat, the
      * report archive's index -- one line per captured batch run,
      * oldest first: when it ran, the report (the job's program
      * name), how it ended (OK, PARTIAL or FAILED), how many lines
      * it printed and the dated file holding them. Included with
      * COPY RPTINDEX under the FD 01 of ArchiveReport and
      * ReadReportIndex.
      ******************************************************************
           05 RX-DATE   PIC 9(8).
           05 RX-SEP-1  PIC X(1).
           05 RX-TIME   PIC 9(6).
           05 RX-SEP-2  PIC X(1).
           05 RX-NAME   PIC X(20).
           05 RX-SEP-3  PIC X(1).
           05 RX-RESULT PIC X(7).
           05 RX-SEP-4  PIC X(1).
           05 RX-LINES  PIC 9(5).
           05 RX-SEP-5  PIC X(1).
           05 RX-PATH   PIC X(60).
