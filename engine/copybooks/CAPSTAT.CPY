      ******************************************************************
      * Shared record layout of ./data/capacity_status.dat, rewritten
      * by every capacity check -- one line per budget group: when it
      * was measured, the group label, the KB in use against the
      * budget, the share of the budget used, the recent growth in
      * KB a day, the days left before the budget is reached at that
      * rate (9999 when the group is not growing), and the flag (FULL
      * at or past the budget, WARN close to it, blank otherwise).
      * Included with COPY CAPSTAT under the FD 01 of
      * CheckDataCapacity, RunCapacityCheck and SendStatusBeacon.
      ******************************************************************
           05 CS-DATE      PIC 9(8).
           05 CS-SEP-1     PIC X(1).
           05 CS-TIME      PIC 9(6).
           05 CS-SEP-2     PIC X(1).
           05 CS-LABEL     PIC X(12).
           05 CS-SEP-3     PIC X(1).
           05 CS-USED-KB   PIC 9(10).
           05 CS-SEP-4     PIC X(1).
           05 CS-BUDGET-KB PIC 9(10).
           05 CS-SEP-5     PIC X(1).
           05 CS-PERCENT   PIC 9(3).
           05 CS-SEP-6     PIC X(1).
           05 CS-GROWTH-KB PIC 9(8).
           05 CS-SEP-7     PIC X(1).
           05 CS-DAYS-LEFT PIC 9(4).
           05 CS-SEP-8     PIC X(1).
           05 CS-FLAG      PIC X(4).
