      ******************************************************************
      * Shared record layout of ./data/page_state.dat -- one line per
      * fleet exception the on-call pager has taken up: its
      * reference (the exception's line number in
      * ./data/fleet_exceptions.dat), when it was raised, the
      * cabinet, its kind (Q gone quiet, F repeated fault, O any
      * other), its status (P being paged, A acknowledged, C
      * cleared, U unanswered -- every level of the roster paged
      * and nobody acknowledged), the escalation level last paged
      * and when, how many pages went out, when it was
      * acknowledged and by whom, when it cleared, and the
      * exception text. Included with COPY PAGESTAT under the FD
      * 01 of PageOnCall and PrintPagingReport.
      ******************************************************************
           05 PG-EXCEPTION   PIC 9(6).
           05 PG-SEP-1       PIC X(1).
           05 PG-RAISED-DATE PIC 9(8).
           05 PG-SEP-2       PIC X(1).
           05 PG-RAISED-TIME PIC 9(6).
           05 PG-SEP-3       PIC X(1).
           05 PG-CABINET     PIC X(8).
           05 PG-SEP-4       PIC X(1).
           05 PG-KIND        PIC X(1).
           05 PG-SEP-5       PIC X(1).
           05 PG-STATUS      PIC X(1).
           05 PG-SEP-6       PIC X(1).
           05 PG-LEVEL       PIC 9(1).
           05 PG-SEP-7       PIC X(1).
           05 PG-PAGED-DATE  PIC 9(8).
           05 PG-SEP-8       PIC X(1).
           05 PG-PAGED-TIME  PIC 9(6).
           05 PG-SEP-9       PIC X(1).
           05 PG-PAGES       PIC 9(3).
           05 PG-SEP-10      PIC X(1).
           05 PG-ACK-DATE    PIC 9(8).
           05 PG-SEP-11      PIC X(1).
           05 PG-ACK-TIME    PIC 9(6).
           05 PG-SEP-12      PIC X(1).
           05 PG-ACK-BY      PIC X(8).
           05 PG-SEP-13      PIC X(1).
           05 PG-CLEAR-DATE  PIC 9(8).
           05 PG-SEP-14      PIC X(1).
           05 PG-CLEAR-TIME  PIC 9(6).
           05 PG-SEP-15      PIC X(1).
           05 PG-TEXT        PIC X(40).
