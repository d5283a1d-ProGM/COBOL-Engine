      ******************************************************************
      * Shared record layout of ./data/operators.dat -- one line per
      * member of staff allowed into the service menu: a four-digit
      * operator id, a four-digit PIN, the role that decides which
      * menu rows they are offered, and a name for the reports.
      * Roles: A = attendant, T = technician, M = manager. Included
      * with COPY OPERREC under the FD 01 of CheckOperatorPin and
      * PrintOperatorActivity.
      ******************************************************************
           05 OP-ID         PIC 9(4).
           05 OP-SEP-1      PIC X(1).
           05 OP-PIN        PIC 9(4).
           05 OP-SEP-2      PIC X(1).
           05 OP-ROLE       PIC X(1).
           05 OP-SEP-3      PIC X(1).
           05 OP-NAME       PIC X(20).
