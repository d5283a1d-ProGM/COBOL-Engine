      ******************************************************************
      * Shared record layout of ./data/capacity_history.dat -- one
      * line per budget group per day the capacity check ran: the
      * date, the group label and the KB its files took up (the
      * day's last measure). The growth projection reads back the
      * last fortnight of it; lines past sixty days are dropped on
      * the next rewrite. Included with COPY CAPHIST under the FD 01
      * of CheckDataCapacity.
      ******************************************************************
           05 CH-DATE    PIC 9(8).
           05 CH-SEP-1   PIC X(1).
           05 CH-LABEL   PIC X(12).
           05 CH-SEP-2   PIC X(1).
           05 CH-USED-KB PIC 9(10).
