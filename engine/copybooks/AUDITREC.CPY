      * QUIT, CONFIGCHG), and free text. Included with COPY AUDITREC
      * under the FD 01 of LogSessionEvent and PrintShiftReport so
      * the writer and the shift report agree on the columns.
      * AU-OPERATOR-ID is the signed-on operator for service-menu
      * actions (LogOperatorEvent, with SIGNON, SIGNOFF, OPFAIL,
      * TICKET, TOPUP and the rest); spaces for everything else and
      * on lines written before the column existed. Read by
      * PrintOperatorActivity.
      * AU-MATCH-NUMBER is the cabinet's match number on MATCHSTART
      * and MATCHEND lines (NextMatchNumber), so the trail joins to
      * the stats, rally, journal and replay records of the same
      * match; spaces on every other line.
      ******************************************************************
           05 AU-DATE       PIC 9(8).
           05 AU-SEP-1      PIC X(1).
           05 AU-EVENT-CODE PIC X(10).
           05 AU-SEP-4      PIC X(1).
           05 AU-EVENT-TEXT PIC X(80).
           05 AU-SEP-5      PIC X(1).
           05 AU-OPERATOR-ID PIC X(4).
           05 AU-SEP-6      PIC X(1).
           05 AU-MATCH-NUMBER PIC 9(8).
