      *          ticket ledger: every ticket with its status, then
      *          earned vs redeemed vs outstanding totals, so the
      *          counter can balance the prize drawer against what
      *          the cabinet says the house owes. Tickets taken
      *          back when their match was voided are listed but
      *          kept out of the totals, with their own count.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  EARNED-COUNT PIC 9(4) VALUE 0.
       01  REDEEMED-COUNT PIC 9(4) VALUE 0.
       01  OUTSTANDING-COUNT PIC 9(4) VALUE 0.
       01  VOIDED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-TICKET-REPORT.
           DISPLAY "redeemed    " REDEEMED-COUNT.
           DISPLAY "outstanding " OUTSTANDING-COUNT.

           IF VOIDED-COUNT > 0 THEN
               DISPLAY "voided      " VOIDED-COUNT
           END-IF.

           STOP RUN.

       REPORT-ONE-TICKET.
           IF TK-STATUS = "V" THEN
               ADD 1 TO VOIDED-COUNT
               DISPLAY TK-DATE " " TK-KIND " " TK-INITIALS
                   " VOIDED " TK-PAID-DATE " match " TK-MATCH-NUMBER
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO EARNED-COUNT.

           IF TK-STATUS = "P" THEN
