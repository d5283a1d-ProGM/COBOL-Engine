      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Verifies the seal chains of all four money ledgers --
      *          coin events, the balance journal, tickets and voucher
      *          redemptions -- and prints every gap, edited line and
      *          out-of-order line found (VerifyLedgerChain), then one
      *          line per ledger and a verdict. A line deleted or
      *          edited by hand, a CASH coin or a TOPUP say, can no
      *          longer vanish without trace. CloseDay runs the same
      *          check and won't close a day on a ledger that fails.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyLedgers.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LEDGER-CODE-LIST PIC X(16) VALUE "COINBALJTICKVOUC".
       01  LEDGER-CODE-TABLE REDEFINES LEDGER-CODE-LIST.
           05 LEDGER-CODE OCCURS 4 TIMES PIC X(4).
       01  LEDGER-IDX PIC 9(1) VALUE 0.
       01  LEDGER-LINE-COUNT PIC 9(7) VALUE 0.
       01  LEDGER-FAULT-COUNT PIC 9(5) VALUE 0.
       01  TOTAL-FAULT-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       VERIFY-LEDGERS-MAIN.
           DISPLAY "=== MONEY LEDGER VERIFICATION ===".

           PERFORM VARYING LEDGER-IDX FROM 1 BY 1 UNTIL LEDGER-IDX > 4
               CALL "VerifyLedgerChain" USING
                   BY REFERENCE LEDGER-CODE (LEDGER-IDX)
                   BY REFERENCE LEDGER-LINE-COUNT
                   BY REFERENCE LEDGER-FAULT-COUNT
               END-CALL
               DISPLAY LEDGER-CODE (LEDGER-IDX) "  lines "
                   LEDGER-LINE-COUNT "  faults " LEDGER-FAULT-COUNT
               ADD LEDGER-FAULT-COUNT TO TOTAL-FAULT-COUNT
           END-PERFORM.

           IF TOTAL-FAULT-COUNT = 0 THEN
               DISPLAY "All money ledgers verify clean."
           ELSE
               DISPLAY TOTAL-FAULT-COUNT " fault(s) -- the ledgers"
                   " have been altered outside the cabinet."
           END-IF.

           STOP RUN.
