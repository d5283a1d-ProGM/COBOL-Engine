      ******************************************************************
      * Shared record layout of ./data/voided_matches.dat -- the
      * register of matches an operator has voided: when, the
      * cabinet's match number, who voided it and the coded reason
      * (FAULT a faulty control, EXPLOIT an abused bug, TESTPLAY,
      * OTHER). The match's own lines stay where they are; this is
      * what tells the rebuilds and reports to leave them out.
      * Included with COPY VOIDREC under the FD 01 of VoidMatch and
      * RebuildHiScores, and behind the cabinet prefix of the
      * nightly feed in BuildFleetBoard.
      ******************************************************************
           05 VD-DATE         PIC 9(8).
           05 VD-SEP-1        PIC X(1).
           05 VD-TIME         PIC 9(6).
           05 VD-SEP-2        PIC X(1).
           05 VD-MATCH-NUMBER PIC 9(8).
           05 VD-SEP-3        PIC X(1).
           05 VD-OPERATOR     PIC X(4).
           05 VD-SEP-4        PIC X(1).
           05 VD-REASON       PIC X(8).
