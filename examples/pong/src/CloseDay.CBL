      *          record to the day ledger. A stuck coin switch or a
      *          crash mid-match stops hiding until the cash box is
      *          counted; a date already in the ledger is refused so
      *          a day can't close twice. The attendants' manual
      *          adjustments for the day are listed apart and folded
      *          in: a credit taken off the cabinet no longer counts
      *          as granted, and a match refunded or re-credited for
      *          a fault explains the start that never ended.
      *          Before any of that the money ledgers' seal chains
      *          are verified (VerifyLedgerChain); a day is not
      *          closed on a ledger with a gap, an edited line or
      *          lines out of order.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LEDGER-FILE ASSIGN TO "./data/day_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "./data/adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LEDGER-RECORD.
           COPY DAYLEDG.

       FD  ADJUST-FILE.
       01  ADJUST-RECORD.
           COPY ADJREC.

       WORKING-STORAGE SECTION.
       01  COIN-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  STATS-FILE-STATUS PIC X(2).
       01  LEDGER-FILE-STATUS PIC X(2).
       01  ADJUST-FILE-STATUS PIC X(2).

       01  CLOSE-DATE PIC 9(8) VALUE 0.
       01  DATE-ARGUMENT PIC X(20) VALUE SPACES.
       01  EVENT-HOUR PIC 9(2) VALUE 0.

       01  DAY-COIN-COUNT PIC 9(5) VALUE 0.
       01  DAY-CASH-VALUE PIC 9(9) VALUE 0.
       01  MONEY-EDIT PIC Z(8)9.99.
       01  NET-MONEY-EDIT PIC -(8)9.99.
       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.
       01  DAY-CREDIT-GRANTED PIC 9(5) VALUE 0.
       01  DAY-START-COUNT PIC 9(5) VALUE 0.
       01  DAY-MATCH-COUNT PIC 9(5) VALUE 0.
       01  DAY-SESSION-COUNT PIC 9(5) VALUE 0.
       01  IMBALANCE-COUNT PIC 9(3) VALUE 0.

      *> the day's manual adjustments: refunds in cents, credits
      *> granted and removed, and how many of them were for a
      *> match that died on a fault.
       01  DAY-ADJUST-COUNT PIC 9(5) VALUE 0.
       01  DAY-REFUND-VALUE PIC 9(9) VALUE 0.
       01  DAY-GRANT-CREDITS PIC 9(5) VALUE 0.
       01  DAY-REMOVE-CREDITS PIC 9(5) VALUE 0.
       01  DAY-FAULT-ADJUSTS PIC 9(5) VALUE 0.
       01  UNEXPLAINED-GAP PIC 9(5) VALUE 0.
       01  ALREADY-CLOSED-FLAG PIC 9(1) VALUE 0.

       01  NOW-TIME-RAW PIC 9(8) VALUE 0.

       01  LEDGER-CODE-LIST PIC X(16) VALUE "COINBALJTICKVOUC".
       01  LEDGER-CODE-TABLE REDEFINES LEDGER-CODE-LIST.
           05 LEDGER-CODE OCCURS 4 TIMES PIC X(4).
       01  LEDGER-IDX PIC 9(1) VALUE 0.
       01  LEDGER-LINE-COUNT PIC 9(7) VALUE 0.
       01  LEDGER-FAULT-COUNT PIC 9(5) VALUE 0.
       01  SEAL-FAULT-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       CLOSE-DAY-MAIN.
           ACCEPT DATE-ARGUMENT FROM COMMAND-LINE.
               STOP RUN
           END-IF.

           PERFORM VERIFY-MONEY-LEDGERS.

           IF SEAL-FAULT-COUNT > 0 THEN
               DISPLAY "Day " CLOSE-DATE " NOT closed: the money"
                   " ledgers fail verification with "
                   SEAL-FAULT-COUNT " fault(s) (listed above)."
               STOP RUN
           END-IF.

           CALL "LoadCashParams" USING
               BY REFERENCE DEFAULT-COIN-VALUE
               BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           PERFORM TALLY-COIN-EVENTS.
           PERFORM TALLY-AUDIT-EVENTS.
           PERFORM TALLY-STATS-SESSIONS.
           PERFORM TALLY-ADJUSTMENTS.

           DISPLAY "=== DAY CLOSE " CLOSE-DATE " ===".
           DISPLAY "cash coins        " DAY-COIN-COUNT.
           COMPUTE MONEY-EDIT = DAY-CASH-VALUE / 100.
           DISPLAY "cash value        " MONEY-EDIT.
           DISPLAY "credits granted   " DAY-CREDIT-GRANTED.
           DISPLAY "match starts      " DAY-START-COUNT.
           DISPLAY "matches audited   " DAY-MATCH-COUNT.
           DISPLAY "sessions recorded " DAY-SESSION-COUNT.
           COMPUTE MONEY-EDIT = DAY-REFUND-VALUE / 100.
           DISPLAY "cash refunded     " MONEY-EDIT.
           DISPLAY "credits granted by hand " DAY-GRANT-CREDITS
               "  removed " DAY-REMOVE-CREDITS.
           COMPUTE NET-MONEY-EDIT =
               (DAY-CASH-VALUE - DAY-REFUND-VALUE) / 100.
           DISPLAY "net cash          " NET-MONEY-EDIT.

           PERFORM PRINT-ADJUSTMENTS.
           PERFORM PRINT-DISCREPANCIES.

           PERFORM APPEND-DAY-LEDGER.

           CLOSE LEDGER-FILE.

       VERIFY-MONEY-LEDGERS.
           MOVE 0 TO SEAL-FAULT-COUNT.

           PERFORM VARYING LEDGER-IDX FROM 1 BY 1 UNTIL LEDGER-IDX > 4
               CALL "VerifyLedgerChain" USING
                   BY REFERENCE LEDGER-CODE (LEDGER-IDX)
                   BY REFERENCE LEDGER-LINE-COUNT
                   BY REFERENCE LEDGER-FAULT-COUNT
               END-CALL
               ADD LEDGER-FAULT-COUNT TO SEAL-FAULT-COUNT
           END-PERFORM.

       TALLY-COIN-EVENTS.
           OPEN INPUT COIN-FILE.

      *> loyalty grant or a voucher all pay for real matches, and
      *> counting them any other way buries the stuck-coin signal
      *> under promotional "imbalances".
      *> a coin from before the value column is worth the site's
      *> default coin.
           IF CE-KIND = "CASH" OR CE-KIND = SPACES THEN
               ADD 1 TO DAY-COIN-COUNT
               IF CE-VALUE NUMERIC AND CE-VALUE > 0 THEN
                   ADD CE-VALUE TO DAY-CASH-VALUE
               ELSE
                   ADD DEFAULT-COIN-VALUE TO DAY-CASH-VALUE
               END-IF
           END-IF.

           ADD LINE-CREDITS TO DAY-CREDIT-GRANTED.
               END-IF
           END-PERFORM.

      *> a start with no end that an attendant already refunded or
      *> re-credited as a FAULT is known, not a discrepancy.
           IF DAY-START-COUNT > DAY-MATCH-COUNT THEN
               COMPUTE UNEXPLAINED-GAP =
                   DAY-START-COUNT - DAY-MATCH-COUNT
               IF UNEXPLAINED-GAP > DAY-FAULT-ADJUSTS THEN
                   SUBTRACT DAY-FAULT-ADJUSTS FROM UNEXPLAINED-GAP
               ELSE
                   MOVE 0 TO UNEXPLAINED-GAP
               END-IF
           ELSE
               COMPUTE UNEXPLAINED-GAP =
                   DAY-MATCH-COUNT - DAY-START-COUNT
           END-IF.

           IF UNEXPLAINED-GAP > 0 THEN
               ADD 1 TO IMBALANCE-COUNT
               DISPLAY "day: " DAY-START-COUNT " starts vs "
                   DAY-MATCH-COUNT " decided matches"
               DISPLAY "none -- the day cross-foots clean."
           END-IF.

       TALLY-ADJUSTMENTS.
           OPEN INPUT ADJUST-FILE.

           IF ADJUST-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL ADJUST-FILE-STATUS NOT = "00"
               READ ADJUST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ONE-ADJUSTMENT
               END-READ
           END-PERFORM.

           CLOSE ADJUST-FILE.

       TALLY-ONE-ADJUSTMENT.
           IF AJ-DATE NOT NUMERIC OR AJ-TIME NOT NUMERIC
           OR AJ-DATE NOT = CLOSE-DATE THEN
               EXIT PARAGRAPH
           END-IF.

           IF AJ-AMOUNT NOT NUMERIC THEN
               MOVE 0 TO AJ-AMOUNT
           END-IF.
           IF AJ-CREDITS NOT NUMERIC THEN
               MOVE 0 TO AJ-CREDITS
           END-IF.

           ADD 1 TO DAY-ADJUST-COUNT.

           COMPUTE EVENT-HOUR = AJ-TIME / 10000.

           EVALUATE AJ-KIND
               WHEN "R"
                   ADD AJ-AMOUNT TO DAY-REFUND-VALUE
               WHEN "G"
                   ADD AJ-CREDITS TO DAY-GRANT-CREDITS
               WHEN "X"
      *> a credit taken back off the cabinet never bought a start;
      *> take it out of its hour's granted column too.
                   ADD AJ-CREDITS TO DAY-REMOVE-CREDITS
                   IF EVENT-HOUR < 24 THEN
                       IF HR-CREDITS (EVENT-HOUR + 1) > AJ-CREDITS
                           SUBTRACT AJ-CREDITS
                               FROM HR-CREDITS (EVENT-HOUR + 1)
                       ELSE
                           MOVE 0 TO HR-CREDITS (EVENT-HOUR + 1)
                       END-IF
                   END-IF
           END-EVALUATE.

           IF AJ-REASON = "FAULT" THEN
               ADD 1 TO DAY-FAULT-ADJUSTS
           END-IF.

       PRINT-ADJUSTMENTS.
      *> listed apart from the discrepancies, one line each, so the
      *> known refunds are on the sheet next to what they explain.
           IF DAY-ADJUST-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- MANUAL ADJUSTMENTS ---".

           OPEN INPUT ADJUST-FILE.

           IF ADJUST-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL ADJUST-FILE-STATUS NOT = "00"
               READ ADJUST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AJ-DATE NUMERIC AND AJ-DATE = CLOSE-DATE
                       AND AJ-AMOUNT NUMERIC
                           COMPUTE MONEY-EDIT = AJ-AMOUNT / 100
                           DISPLAY AJ-TIME " " AJ-KIND " "
                               MONEY-EDIT " " AJ-CREDITS
                               " credit(s) " AJ-REASON
                               " by " AJ-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ADJUST-FILE.

       APPEND-DAY-LEDGER.
           OPEN EXTEND LEDGER-FILE.

           MOVE DAY-MATCH-COUNT TO DL-MATCH-COUNT.
           MOVE DAY-SESSION-COUNT TO DL-SESSION-COUNT.
           MOVE IMBALANCE-COUNT TO DL-IMBALANCE-COUNT.
           MOVE DAY-CASH-VALUE TO DL-CASH-VALUE.

           WRITE LEDGER-RECORD.

