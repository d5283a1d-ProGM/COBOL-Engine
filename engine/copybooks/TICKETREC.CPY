      * prize ticket: when it was earned, what earned it (TOURN for a
      * tournament champion, AWARD for a newly-earned achievement),
      * whose initials it pays out to, and its status -- E still
      * owed, P paid, V taken back when its match was voided -- with
      * the date the operator marked it paid (or voided it), and the
      * number of the match that earned it (blank on older lines),
      * then the line's seal: a running sequence number and a check
      * value chained from the line before (see SEALSTAT). The seal
      * covers everything but the status and paid date, which the
      * counter moves on after the line is written.
      * Included with COPY TICKETREC under the FD 01 of WriteTicket,
      * RedeemTicket, RedeemPrize, ReadTicketCounts,
      * PrintTicketReport, VoidMatch and ExportSalesJournal so the
      * notebook the cabinet now keeps can't disagree with itself.
      ******************************************************************
           05 TK-DATE      PIC 9(8).
           05 TK-STATUS    PIC X(1).
           05 TK-SEP-5     PIC X(1).
           05 TK-PAID-DATE PIC 9(8).
           05 TK-SEP-6     PIC X(1).
           05 TK-MATCH-NUMBER PIC 9(8).
           05 TK-SEP-7     PIC X(1).
           05 TK-SEQUENCE  PIC 9(8).
           05 TK-SEP-8     PIC X(1).
           05 TK-CHECK     PIC 9(9).
