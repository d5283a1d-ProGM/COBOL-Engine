      *          the cash-box capacity in ./data/cashbox.dat --
      *          forecasts how many days fill a box so the
      *          collection route can be planned instead of guessed.
      *          Takes are shown in money as well as coins, from
      *          the value stamped on each coin (the site's default
      *          coin value for lines from before the value column).
      *          Run it on a cabinet's own files, or on a per-
      *          cabinet copy out of a collection directory.
      *          Days on the public holiday calendar (./data/
      *          holidays.dat, via LoadHolidays) are listed under
      *          their own heading and marked on their week, and are
      *          left out of the same-weekday averages; the trend
      *          check counts a holiday at its week's ordinary daily
      *          average, so a bank holiday neither props up the
      *          baseline nor sinks the week it falls in.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 DAY-ENTRY OCCURS 400 TIMES.
               10 DY-DATE PIC 9(8).
               10 DY-COINS PIC 9(5).
               10 DY-CASH PIC 9(9).
               10 DY-SESSIONS PIC 9(5).
               10 DY-WEEKDAY PIC 9(1).
               10 DY-SERIAL PIC 9(7).
               10 DY-HOLIDAY PIC 9(3).
       01  DAY-COUNT PIC 9(3) VALUE 0.
       01  DAY-IDX PIC 9(3) VALUE 0.
       01  DAY-FOUND PIC 9(3) VALUE 0.
           05 WEEK-ENTRY OCCURS 60 TIMES.
               10 WK-KEY PIC 9(6).
               10 WK-COINS PIC 9(6).
               10 WK-CASH PIC 9(11).
               10 WK-SESSIONS PIC 9(6).
               10 WK-DAYS PIC 9(1).
               10 WK-BASE-DAYS PIC 9(1).
               10 WK-BASE-COINS PIC 9(6).
       01  WEEK-COUNT PIC 9(2) VALUE 0.
       01  WEEK-IDX PIC 9(2) VALUE 0.
       01  WEEK-FOUND PIC 9(2) VALUE 0.
       01  WEEK-KEY-WORK PIC 9(6) VALUE 0.
       01  WEEK-DELTA PIC S9(6) VALUE 0.
       01  WEEK-MARK PIC X(9) VALUE SPACES.
      *> a week's take with each holiday in it counted at the week's
      *> ordinary daily average.
       01  WEEK-BASELINE PIC 9(6) VALUE 0.

       01  HOLIDAY-LIST.
           COPY HOLLIST.
       01  HOLIDAY-IDX PIC 9(3) VALUE 0.
       01  HOLIDAY-DAYS PIC 9(3) VALUE 0.

       01  MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 24 TIMES.
               10 MO-KEY PIC 9(6).
               10 MO-COINS PIC 9(6).
               10 MO-CASH PIC 9(11).
               10 MO-SESSIONS PIC 9(6).
       01  MONTH-COUNT PIC 9(2) VALUE 0.
       01  MONTH-IDX PIC 9(2) VALUE 0.
       01  FOUR-WEEK-WEEKS PIC 9(1) VALUE 0.
       01  LAST-WEEK-COINS PIC 9(6) VALUE 0.

       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.
       01  MONEY-EDIT PIC Z(10)9.99.

       01  BOX-CAPACITY PIC 9(5) VALUE 1000.
       01  DAILY-AVERAGE PIC 9(5) VALUE 0.
       01  TAIL-DAYS PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-TREND-REPORT.
           CALL "LoadCashParams" USING
               BY REFERENCE DEFAULT-COIN-VALUE
               BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           CALL "LoadHolidays" USING
               BY REFERENCE HOLIDAY-LIST
           END-CALL.

           PERFORM TALLY-COIN-LEDGER.
           PERFORM TALLY-SESSION-STATS.

           DISPLAY "=== WEEKLY ===".
           PERFORM VARYING WEEK-IDX FROM 1 BY 1
               UNTIL WEEK-IDX > WEEK-COUNT
               COMPUTE MONEY-EDIT = WK-CASH (WEEK-IDX) / 100
               MOVE SPACES TO WEEK-MARK
               IF WK-BASE-DAYS (WEEK-IDX) < WK-DAYS (WEEK-IDX)
                   MOVE "  HOLIDAY" TO WEEK-MARK
               END-IF
               IF WEEK-IDX = 1 THEN
                   DISPLAY "week " WK-KEY (WEEK-IDX) "  coins "
                       WK-COINS (WEEK-IDX) "  sessions "
                       WK-SESSIONS (WEEK-IDX) "  cash " MONEY-EDIT
                       WEEK-MARK
               ELSE
                   COMPUTE WEEK-DELTA = WK-COINS (WEEK-IDX)
                       - WK-COINS (WEEK-IDX - 1)
                   DISPLAY "week " WK-KEY (WEEK-IDX) "  coins "
                       WK-COINS (WEEK-IDX) "  sessions "
                       WK-SESSIONS (WEEK-IDX)
                       "  wow " WEEK-DELTA "  cash " MONEY-EDIT
                       WEEK-MARK
               END-IF
           END-PERFORM.

           DISPLAY "=== MONTHLY ===".
           PERFORM VARYING MONTH-IDX FROM 1 BY 1
               UNTIL MONTH-IDX > MONTH-COUNT
               COMPUTE MONEY-EDIT = MO-CASH (MONTH-IDX) / 100
               DISPLAY "month " MO-KEY (MONTH-IDX) "  coins "
                   MO-COINS (MONTH-IDX) "  sessions "
                   MO-SESSIONS (MONTH-IDX) "  cash " MONEY-EDIT
           END-PERFORM.

           PERFORM PRINT-HOLIDAY-DAYS.

           DISPLAY "=== SAME-WEEKDAY AVERAGES ===".
           PERFORM VARYING WEEKDAY-IDX FROM 1 BY 1
               UNTIL WEEKDAY-IDX > 7
                       WT-DAYS (WEEKDAY-IDX) " days"
               END-IF
           END-PERFORM.
           IF HOLIDAY-DAYS > 0 THEN
               DISPLAY "(" HOLIDAY-DAYS " holidays left out)"
           END-IF.

           PERFORM JUDGE-TREND.
           PERFORM FORECAST-CASHBOX.
                           PERFORM FIND-DAY-ROW
                           IF DAY-FOUND NOT = 0
                               ADD 1 TO DY-COINS (DAY-FOUND)
                               IF CE-VALUE NUMERIC AND CE-VALUE > 0
                                   ADD CE-VALUE TO DY-CASH (DAY-FOUND)
                               ELSE
                                   ADD DEFAULT-COIN-VALUE
                                       TO DY-CASH (DAY-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
               MOVE DAY-COUNT TO DAY-FOUND
               MOVE WORK-DATE TO DY-DATE (DAY-FOUND)
               MOVE 0 TO DY-COINS (DAY-FOUND)
               MOVE 0 TO DY-CASH (DAY-FOUND)
               MOVE 0 TO DY-SESSIONS (DAY-FOUND)
               PERFORM COMPUTE-DAY-WEEKDAY
               MOVE DAY-WEEKDAY TO DY-WEEKDAY (DAY-FOUND)
               COMPUTE DY-SERIAL (DAY-FOUND) =
                   WD-YEAR * 372 + WD-MONTH * 31 + WD-DAY
               MOVE 0 TO DY-HOLIDAY (DAY-FOUND)
               PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HL-COUNT
                   OR DY-HOLIDAY (DAY-FOUND) NOT = 0
                   IF HL-DATE (HOLIDAY-IDX) = WORK-DATE THEN
                       MOVE HOLIDAY-IDX TO DY-HOLIDAY (DAY-FOUND)
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-DAY-WEEKDAY.
               MOVE DY-DATE (DAY-IDX) TO WORK-DATE
               COMPUTE MONTH-KEY-WORK = WORK-DATE / 100
               PERFORM ADD-TO-MONTH-BUCKET
      *> a holiday says nothing about what its weekday usually takes.
               IF DY-HOLIDAY (DAY-IDX) = 0 THEN
                   MOVE DY-WEEKDAY (DAY-IDX) TO WEEKDAY-IDX
                   ADD DY-COINS (DAY-IDX) TO WT-COINS (WEEKDAY-IDX)
                   ADD 1 TO WT-DAYS (WEEKDAY-IDX)
               ELSE
                   ADD 1 TO HOLIDAY-DAYS
               END-IF
           END-PERFORM.

       ADD-TO-WEEK-BUCKET.
               MOVE WEEK-COUNT TO WEEK-FOUND
               MOVE WEEK-KEY-WORK TO WK-KEY (WEEK-FOUND)
               MOVE 0 TO WK-COINS (WEEK-FOUND)
               MOVE 0 TO WK-CASH (WEEK-FOUND)
               MOVE 0 TO WK-SESSIONS (WEEK-FOUND)
               MOVE 0 TO WK-DAYS (WEEK-FOUND)
               MOVE 0 TO WK-BASE-DAYS (WEEK-FOUND)
               MOVE 0 TO WK-BASE-COINS (WEEK-FOUND)
           END-IF.

           IF WEEK-FOUND NOT = 0 THEN
               IF WK-DAYS (WEEK-FOUND) < 9 THEN
                   ADD 1 TO WK-DAYS (WEEK-FOUND)
               END-IF
               IF DY-HOLIDAY (DAY-IDX) = 0
               AND WK-BASE-DAYS (WEEK-FOUND) < 9 THEN
                   ADD 1 TO WK-BASE-DAYS (WEEK-FOUND)
                   ADD DY-COINS (DAY-IDX) TO WK-BASE-COINS (WEEK-FOUND)
               END-IF
               ADD DY-COINS (DAY-IDX) TO WK-COINS (WEEK-FOUND)
               ADD DY-CASH (DAY-IDX) TO WK-CASH (WEEK-FOUND)
               ADD DY-SESSIONS (DAY-IDX)
                   TO WK-SESSIONS (WEEK-FOUND)
           END-IF.
               MOVE MONTH-COUNT TO MONTH-FOUND
               MOVE MONTH-KEY-WORK TO MO-KEY (MONTH-FOUND)
               MOVE 0 TO MO-COINS (MONTH-FOUND)
               MOVE 0 TO MO-CASH (MONTH-FOUND)
               MOVE 0 TO MO-SESSIONS (MONTH-FOUND)
           END-IF.

           IF MONTH-FOUND NOT = 0 THEN
               ADD DY-COINS (DAY-IDX) TO MO-COINS (MONTH-FOUND)
               ADD DY-CASH (DAY-IDX) TO MO-CASH (MONTH-FOUND)
               ADD DY-SESSIONS (DAY-IDX)
                   TO MO-SESSIONS (MONTH-FOUND)
           END-IF.
       JUDGE-TREND.
      *> the last week against the average of the four before it:
      *> below four-fifths is worth a flag on the route sheet.
      *> a week made of nothing but holidays has no ordinary take to
      *> judge or to judge by, and is passed over.
           IF WEEK-COUNT < 2 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WEEK-COUNT TO WEEK-IDX.
           PERFORM COMPUTE-WEEK-BASELINE.
           IF WK-BASE-DAYS (WEEK-COUNT) = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WEEK-BASELINE TO LAST-WEEK-COINS.

           MOVE 0 TO FOUR-WEEK-TOTAL.
           MOVE 0 TO FOUR-WEEK-WEEKS.
               UNTIL WEEK-IDX < 1
               OR FOUR-WEEK-WEEKS >= 4
               IF WEEK-IDX < WEEK-COUNT
               AND WK-BASE-DAYS (WEEK-IDX) > 0
                   PERFORM COMPUTE-WEEK-BASELINE
                   ADD WEEK-BASELINE TO FOUR-WEEK-TOTAL
                   ADD 1 TO FOUR-WEEK-WEEKS
               END-IF
           END-PERFORM.
                   RECENT-AVG " four-week average."
           END-IF.

       COMPUTE-WEEK-BASELINE.
           IF WK-BASE-DAYS (WEEK-IDX) = WK-DAYS (WEEK-IDX)
           OR WK-BASE-DAYS (WEEK-IDX) = 0 THEN
               MOVE WK-COINS (WEEK-IDX) TO WEEK-BASELINE
           ELSE
               COMPUTE WEEK-BASELINE ROUNDED =
                   WK-BASE-COINS (WEEK-IDX) * WK-DAYS (WEEK-IDX)
                   / WK-BASE-DAYS (WEEK-IDX)
           END-IF.

       PRINT-HOLIDAY-DAYS.
           IF HOLIDAY-DAYS = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "=== HOLIDAYS ===".
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-COUNT
               IF DY-HOLIDAY (DAY-IDX) NOT = 0
                   MOVE DY-HOLIDAY (DAY-IDX) TO HOLIDAY-IDX
                   MOVE DY-WEEKDAY (DAY-IDX) TO WEEKDAY-IDX
                   PERFORM NAME-THE-WEEKDAY
                   DISPLAY DY-DATE (DAY-IDX) " " WEEKDAY-NAME "  "
                       HL-NAME (HOLIDAY-IDX) "  coins "
                       DY-COINS (DAY-IDX) "  sessions "
                       DY-SESSIONS (DAY-IDX)
               END-IF
           END-PERFORM.

       FORECAST-CASHBOX.
           OPEN INPUT CASHBOX-FILE.
           IF CASHBOX-FILE-STATUS = "00" THEN
