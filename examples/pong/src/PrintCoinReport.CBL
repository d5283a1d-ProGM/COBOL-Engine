      *          box balances, and the per-rule subtotals break
      *          revenue down by pricing window. Lines from before
      *          the kind column read as one cash coin on rule 0.
      *          Cash is also totalled in money from the value each
      *          coin was stamped with, with a breakdown by acceptor
      *          channel; lines from before the value column count
      *          at the site's default coin value. The attendants'
      *          manual adjustments are listed in a section of their
      *          own, and cash refunds come off the cash total to
      *          give the net the box should reconcile to.
      *          Membership sales (MEMB lines, rule = tier) are
      *          counted by tier rather than as free credits, and
      *          coins priced at a member's rate (rules 91-99) are
      *          broken down by the tier that priced them. Coins
      *          priced by a public holiday's own windows (rules
      *          81-89) are subtotalled as holiday pricing.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT COIN-FILE ASSIGN TO "./data/coin_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COIN-FILE-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "./data/adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  COIN-EVENT-RECORD.
           COPY COINEVT.

       FD  ADJUST-FILE.
       01  ADJUST-RECORD.
           COPY ADJREC.

       WORKING-STORAGE SECTION.
       01  COIN-FILE-STATUS PIC X(2).
       01  ADJUST-FILE-STATUS PIC X(2).
       01  TOTAL-REFUND-VALUE PIC 9(11) VALUE 0.
       01  TOTAL-GRANT-CREDITS PIC 9(7) VALUE 0.
       01  TOTAL-REMOVE-CREDITS PIC 9(7) VALUE 0.
       01  NET-MONEY-EDIT PIC -(8)9.99.

      *> the ledger is append-only and therefore already in date
      *> order, so one pass with a running day total is enough --
       01  DAY-FREE-COUNT  PIC 9(5) VALUE 0.
       01  TOTAL-COIN-COUNT PIC 9(7) VALUE 0.
       01  TOTAL-FREE-COUNT PIC 9(7) VALUE 0.
       01  DAY-CASH-VALUE  PIC 9(9) VALUE 0.
       01  TOTAL-CASH-VALUE PIC 9(11) VALUE 0.
       01  MONEY-EDIT PIC Z(8)9.99.

       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.
       01  COIN-CHANNEL-COUNT PIC 9(1) VALUE 1.
       01  COIN-CHANNEL-TABLE.
           COPY COINCHFLDS.
       01  CHANNEL-TOTALS.
           05 CHANNEL-SLOT OCCURS 9 TIMES.
               10 CT-COINS PIC 9(7).
               10 CT-VALUE PIC 9(11).
       01  CHANNEL-IDX PIC 9(2) VALUE 0.

      *> event kind and credits as this line means them, with the
      *> legacy defaults patched over blank columns.
       01  LINE-KIND PIC X(4) VALUE SPACES.
       01  LINE-CREDITS PIC 9(2) VALUE 0.
       01  LINE-RULE PIC 9(2) VALUE 0.
       01  LINE-CHANNEL PIC 9(1) VALUE 1.
       01  LINE-VALUE PIC 9(5) VALUE 0.

       01  RULE-TABLE.
           05 RULE-SLOT OCCURS 21 TIMES.
       01  RULE-IDX PIC 9(2) VALUE 0.
       01  RULE-LABEL PIC 9(2) VALUE 0.

      *> a holiday's own windows, rules 81-89, by window.
       01  HOLIDAY-RULE-TABLE.
           05 HOLIDAY-RULE-SLOT OCCURS 9 TIMES.
               10 HR-COINS   PIC 9(7).
               10 HR-CREDITS PIC 9(7).
       01  HOLIDAY-RULE-IDX PIC 9(2) VALUE 0.

      *> memberships by tier: what sold at the counter, and the cash
      *> coins that came in at a member's rate.
       01  MEMBER-TOTALS.
           05 MEMBER-SLOT OCCURS 9 TIMES.
               10 MT-SALES   PIC 9(7).
               10 MT-COINS   PIC 9(7).
               10 MT-CREDITS PIC 9(7).
       01  MEMBER-IDX PIC 9(2) VALUE 0.
       01  MEMBER-ANY-FLAG PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-COIN-REPORT.
           CALL "LoadCashParams" USING
               BY REFERENCE DEFAULT-COIN-VALUE
               BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           CALL "LoadCoinChannels" USING
               BY REFERENCE COIN-CHANNEL-COUNT
               BY REFERENCE COIN-CHANNEL-TABLE
           END-CALL.

           OPEN INPUT COIN-FILE.

           IF COIN-FILE-STATUS NOT = "00" THEN
           END-IF.

           DISPLAY "TOTAL COINS " TOTAL-COIN-COUNT.
           COMPUTE MONEY-EDIT = TOTAL-CASH-VALUE / 100.
           DISPLAY "TOTAL CASH  " MONEY-EDIT.
           IF TOTAL-FREE-COUNT > 0 THEN
               DISPLAY "TOTAL FREE CREDITS " TOTAL-FREE-COUNT
                   " (no cash behind them)"
                       RL-CREDITS (RULE-IDX) " credits"
               END-IF
           END-PERFORM.
           PERFORM VARYING HOLIDAY-RULE-IDX FROM 1 BY 1
               UNTIL HOLIDAY-RULE-IDX > 9
               IF HR-COINS (HOLIDAY-RULE-IDX) > 0
                   COMPUTE RULE-LABEL = 80 + HOLIDAY-RULE-IDX
                   DISPLAY "rule " RULE-LABEL " (holiday): "
                       HR-COINS (HOLIDAY-RULE-IDX) " coins, "
                       HR-CREDITS (HOLIDAY-RULE-IDX) " credits"
               END-IF
           END-PERFORM.

           DISPLAY "--- BY COIN CHANNEL ---".
           PERFORM VARYING CHANNEL-IDX FROM 1 BY 1
               UNTIL CHANNEL-IDX > 9
               IF CT-COINS (CHANNEL-IDX) > 0
                   COMPUTE MONEY-EDIT = CT-VALUE (CHANNEL-IDX) / 100
                   DISPLAY "channel " CHANNEL-IDX " "
                       CC-LABEL (CHANNEL-IDX) ": "
                       CT-COINS (CHANNEL-IDX) " coins, "
                       MONEY-EDIT
               END-IF
           END-PERFORM.

           IF MEMBER-ANY-FLAG = 1 THEN
               DISPLAY "--- BY MEMBERSHIP TIER ---"
               PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                   UNTIL MEMBER-IDX > 9
                   IF MT-SALES (MEMBER-IDX) > 0
                   OR MT-COINS (MEMBER-IDX) > 0
                       DISPLAY "tier " MEMBER-IDX ": "
                           MT-SALES (MEMBER-IDX) " sold, "
                           MT-COINS (MEMBER-IDX) " coins at "
                           MT-CREDITS (MEMBER-IDX) " credits"
                   END-IF
               END-PERFORM
           END-IF.

           CLOSE COIN-FILE.

           PERFORM PRINT-ADJUSTMENTS.

           STOP RUN.

       PRINT-ADJUSTMENTS.
           OPEN INPUT ADJUST-FILE.

           IF ADJUST-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- MANUAL ADJUSTMENTS ---".

           PERFORM UNTIL ADJUST-FILE-STATUS NOT = "00"
               READ ADJUST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LIST-ONE-ADJUSTMENT
               END-READ
           END-PERFORM.

           CLOSE ADJUST-FILE.

           COMPUTE MONEY-EDIT = TOTAL-REFUND-VALUE / 100.
           DISPLAY "TOTAL REFUNDED " MONEY-EDIT
               "  credits granted " TOTAL-GRANT-CREDITS
               "  removed " TOTAL-REMOVE-CREDITS.
           COMPUTE NET-MONEY-EDIT =
               (TOTAL-CASH-VALUE - TOTAL-REFUND-VALUE) / 100.
           DISPLAY "NET CASH    " NET-MONEY-EDIT.

       LIST-ONE-ADJUSTMENT.
           IF AJ-DATE NOT NUMERIC OR AJ-AMOUNT NOT NUMERIC
           OR AJ-CREDITS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE AJ-KIND
               WHEN "R"
                   ADD AJ-AMOUNT TO TOTAL-REFUND-VALUE
               WHEN "G"
                   ADD AJ-CREDITS TO TOTAL-GRANT-CREDITS
               WHEN "X"
                   ADD AJ-CREDITS TO TOTAL-REMOVE-CREDITS
           END-EVALUATE.

           COMPUTE MONEY-EDIT = AJ-AMOUNT / 100.
           DISPLAY AJ-DATE " " AJ-TIME " " AJ-KIND " " MONEY-EDIT
               " " AJ-CREDITS " credit(s) " AJ-REASON
               " by " AJ-OPERATOR.

       TALLY-COIN-EVENT.
           MOVE CE-KIND TO LINE-KIND.
           IF LINE-KIND = SPACES THEN
               MOVE 0 TO LINE-RULE
           END-IF.

      *> a coin from before the channel and value columns came in
      *> on the one switch there was, at the default value.
           IF CE-CHANNEL NUMERIC AND CE-CHANNEL > 0 THEN
               MOVE CE-CHANNEL TO LINE-CHANNEL
           ELSE
               MOVE 1 TO LINE-CHANNEL
           END-IF.

           IF CE-VALUE NUMERIC AND CE-VALUE > 0 THEN
               MOVE CE-VALUE TO LINE-VALUE
           ELSE
               MOVE DEFAULT-COIN-VALUE TO LINE-VALUE
           END-IF.

           IF CE-DATE NOT = CURRENT-DAY THEN
               IF CURRENT-DAY NOT = 0 THEN
                   PERFORM PRINT-DAY-TOTAL
               MOVE 0 TO DAY-COIN-COUNT
               MOVE 0 TO DAY-CREDIT-COUNT
               MOVE 0 TO DAY-FREE-COUNT
               MOVE 0 TO DAY-CASH-VALUE
           END-IF.

           IF LINE-KIND = "CASH" THEN
               ADD 1 TO DAY-COIN-COUNT
               ADD 1 TO TOTAL-COIN-COUNT
               ADD LINE-VALUE TO DAY-CASH-VALUE
               ADD LINE-VALUE TO TOTAL-CASH-VALUE
               ADD 1 TO CT-COINS (LINE-CHANNEL)
               ADD LINE-VALUE TO CT-VALUE (LINE-CHANNEL)
               ADD LINE-CREDITS TO DAY-CREDIT-COUNT
               IF LINE-RULE <= 20
                   ADD 1 TO RL-COINS (LINE-RULE + 1)
                   ADD LINE-CREDITS TO RL-CREDITS (LINE-RULE + 1)
               END-IF
               IF LINE-RULE > 80 AND LINE-RULE < 90
                   COMPUTE HOLIDAY-RULE-IDX = LINE-RULE - 80
                   ADD 1 TO HR-COINS (HOLIDAY-RULE-IDX)
                   ADD LINE-CREDITS TO HR-CREDITS (HOLIDAY-RULE-IDX)
               END-IF
               IF LINE-RULE > 90
                   COMPUTE MEMBER-IDX = LINE-RULE - 90
                   ADD 1 TO MT-COINS (MEMBER-IDX)
                   ADD LINE-CREDITS TO MT-CREDITS (MEMBER-IDX)
                   MOVE 1 TO MEMBER-ANY-FLAG
               END-IF
           ELSE
      *> a membership sold is paid for across the counter, not a
      *> credit given away.
               IF LINE-KIND = "MEMB" THEN
                   IF LINE-RULE > 0 AND LINE-RULE <= 9
                       ADD 1 TO MT-SALES (LINE-RULE)
                       MOVE 1 TO MEMBER-ANY-FLAG
                   END-IF
               ELSE
                   ADD LINE-CREDITS TO DAY-FREE-COUNT
                   ADD LINE-CREDITS TO TOTAL-FREE-COUNT
               END-IF
           END-IF.

       PRINT-DAY-TOTAL.
           COMPUTE MONEY-EDIT = DAY-CASH-VALUE / 100.
           DISPLAY CURRENT-DAY " " DAY-COIN-COUNT " coins, "
               DAY-CREDIT-COUNT " credits, "
               DAY-FREE-COUNT " free, cash " MONEY-EDIT.
