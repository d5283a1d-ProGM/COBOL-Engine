      ******************************************************************
      * Shared record layout of ./data/control_parts.dat -- the parts
      * table for the cabinet's physical controls: the control code
      * CountControlWear counts it under (P1UP .. P4DOWN, STICK1,
      * STICK2, START, SERVICE, COIN, and COIN2 .. COIN9 for the
      * further acceptor channels), the incident category a worn
      * one is raised under, its rated life in actuations, and the
      * part a tech fits to replace it. A control with no row has no
      * rated life and is counted but never called due. Rows not
      * starting with a letter are comments. Included with COPY
      * CTLPART under the FD 01 of CountControlWear and
      * PrintControlWear.
      ******************************************************************
           05 CP-CONTROL    PIC X(8).
           05 CP-SEP-1      PIC X(1).
           05 CP-CATEGORY   PIC X(8).
           05 CP-SEP-2      PIC X(1).
           05 CP-RATED-LIFE PIC 9(9).
           05 CP-SEP-3      PIC X(1).
           05 CP-PART       PIC X(30).
