      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office results of a pricing experiment. For
      *          one experiment code from ./data/experiments.dat:
      *              PrintPricingExperiment HAPPYHR1
      *          it reads the consolidated coin ledgers and session
      *          stats the DayFileListener filed under
      *          ./data/collected_YYYYMMDD for every night from the
      *          start of the baseline to a week after the test (or
      *          to last night, for a test still running), and for
      *          each cabinet in the experiment splits its cash
      *          coins, takings and plays into the test period and a
      *          baseline of the same number of days just before it.
      *          Each group -- T, priced from pricing_test.dat, and
      *          C, the control -- is then shown against its own
      *          baseline: coins, plays and takings per open hour,
      *          and the change; the test group's change less the
      *          control group's is what the prices did. Open hours
      *          are the fleet opening hours in head office's
      *          ./data/schedule.dat (always open with none). The
      *          takings are also broken down by the pricing rule
      *          (CE-RULE-ID) that priced each coin -- in the test
      *          period the test group's rule numbers are rows of
      *          pricing_test.dat, elsewhere rows of pricing.dat;
      *          rules 81-89 are a public holiday's own windows and
      *          91-99 member prices, and are labelled as such.
      *          Every night's feed carries the whole coin ledger
      *          and the stats since the cabinet last booted, so a
      *          coin is counted once by its seal sequence and a
      *          play once by its match number (a line with neither
      *          only from the night after its own date), the same
      *          way SettleSiteRevenue counts.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintPricingExperiment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPERIMENT-FILE ASSIGN TO "./data/experiments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPERIMENT-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "./data/schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT FLEET-COIN-FILE ASSIGN TO FLEET-COIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-COIN-STATUS.
           SELECT FLEET-STATS-FILE ASSIGN TO FLEET-STATS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPERIMENT-FILE.
       01  EXPERIMENT-RECORD.
           COPY EXPERREC.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05 SD-WEEKDAY PIC 9(1).
           05 SD-SEP-1   PIC X(1).
           05 SD-OPEN    PIC 9(4).
           05 SD-SEP-2   PIC X(1).
           05 SD-CLOSE   PIC 9(4).

       FD  FLEET-COIN-FILE.
      *> the consolidated line is the cabinet prefix plus the coin
      *> ledger line's own columns.
       01  FLEET-COIN-LINE.
           05 FC-CABINET PIC X(8).
           05 FC-SEP     PIC X(1).
           COPY COINEVT.

       FD  FLEET-STATS-FILE.
      *> the cabinet prefix, then the fixed columns WriteSessionStats
      *> lays down; the match number closes the line.
       01  FLEET-STATS-LINE.
           05 FS-CABINET     PIC X(8).
           05 FS-SEP         PIC X(1).
           05 FS-DATE        PIC 9(8).
           05 FILLER         PIC X(1).
           05 FS-TIME        PIC 9(6).
           05 FILLER         PIC X(96).
           05 FS-MATCH-NUMBER PIC 9(8).

       WORKING-STORAGE SECTION.
       01  EXPERIMENT-FILE-STATUS PIC X(2).
       01  SCHEDULE-FILE-STATUS PIC X(2).
       01  FLEET-COIN-STATUS PIC X(2).
       01  FLEET-STATS-STATUS PIC X(2).
       01  FLEET-COIN-PATH PIC X(60) VALUE SPACES.
       01  FLEET-STATS-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  EXPERIMENT-CODE PIC X(8) VALUE SPACES.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-FIRST-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-LAST-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-DATE PIC 9(8) VALUE 0.
       01  LINE-DAY-NUMBER PIC 9(7) VALUE 0.
       01  GRACE-NIGHTS PIC 9(2) VALUE 7.
       01  NIGHTS-FOUND PIC 9(4) VALUE 0.
       01  RUNNING-FLAG PIC 9(1) VALUE 0.

       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  LINE-VALUE PIC 9(5) VALUE 0.
       01  LINE-RULE PIC 9(2) VALUE 0.
       01  COUNT-LINE-FLAG PIC 9(1) VALUE 0.
       01  LINE-PERIOD PIC 9(1) VALUE 0.

      *> open minutes for each weekday, Monday first.
       01  WEEKDAY-TABLE.
           05 WEEKDAY-MINUTES PIC 9(4) OCCURS 7 TIMES.
       01  WEEKDAY-IDX PIC 9(1) VALUE 0.
       01  OPEN-MINUTE PIC 9(4) VALUE 0.
       01  CLOSE-MINUTE PIC 9(4) VALUE 0.
       01  WEEK-QUOTIENT PIC 9(7) VALUE 0.
       01  WEEK-REMAINDER PIC 9(1) VALUE 0.

      *> every cabinet in the experiment, its test window as day
      *> numbers, the last seal and match already counted, and its
      *> figures for the baseline (1) and the test (2).
       01  CABINET-TABLE.
           05 CABINET-ENTRY OCCURS 100 TIMES.
               10 CB-CABINET-ID  PIC X(8).
               10 CB-GROUP       PIC X(1).
               10 CB-FROM-DATE   PIC 9(8).
               10 CB-TO-DATE     PIC 9(8).
               10 CB-BASE-NUMBER PIC 9(7).
               10 CB-FROM-NUMBER PIC 9(7).
               10 CB-TO-NUMBER   PIC 9(7).
               10 CB-LAST-SEQ    PIC 9(8).
               10 CB-LAST-MATCH  PIC 9(8).
               10 CB-PERIOD OCCURS 2 TIMES.
                   15 CP-MINUTES PIC 9(7).
                   15 CP-COINS   PIC 9(7).
                   15 CP-TAKE    PIC 9(9).
                   15 CP-PLAYS   PIC 9(7).
       01  CABINET-COUNT PIC 9(3) VALUE 0.
       01  CABINET-IDX PIC 9(3) VALUE 0.
       01  FOUND-CABINET-IDX PIC 9(3) VALUE 0.
       01  LOOKUP-CABINET PIC X(8) VALUE SPACES.
       01  PERIOD-IDX PIC 9(1) VALUE 0.
       01  DAY-NUMBER PIC 9(7) VALUE 0.
       01  TEST-DAYS PIC 9(5) VALUE 0.
       01  COUNTED-TO-NUMBER PIC 9(7) VALUE 0.

      *> group totals: T baseline, T test, C baseline, C test.
       01  GROUP-TABLE.
           05 GROUP-CELL OCCURS 4 TIMES.
               10 GC-CABINETS PIC 9(3).
               10 GC-MINUTES  PIC 9(9).
               10 GC-COINS    PIC 9(9).
               10 GC-TAKE     PIC 9(11).
               10 GC-PLAYS    PIC 9(9).
               10 GC-RULE-TAKE PIC 9(11) OCCURS 100 TIMES.
       01  CELL-IDX PIC 9(1) VALUE 0.
       01  RULE-IDX PIC 9(3) VALUE 0.
       01  GROUP-IDX PIC 9(1) VALUE 0.
       01  GROUP-NAME PIC X(8) VALUE SPACES.

       01  OPEN-HOURS PIC 9(7)V99 VALUE 0.
       01  RATE-COINS PIC 9(5)V99 VALUE 0.
       01  RATE-PLAYS PIC 9(5)V99 VALUE 0.
       01  RATE-TAKE PIC 9(7)V99 VALUE 0.
      *> per-hour rates for each cell, for the changes.
       01  RATE-TABLE.
           05 RATE-CELL OCCURS 4 TIMES.
               10 RC-COINS PIC 9(5)V99.
               10 RC-PLAYS PIC 9(5)V99.
               10 RC-TAKE  PIC 9(7)V99.
      *> each group's change on its baseline, T then C.
       01  CHANGE-TABLE.
           05 CHANGE-CELL OCCURS 2 TIMES.
               10 CHANGE-COINS PIC S9(5)V9.
               10 CHANGE-PLAYS PIC S9(5)V9.
               10 CHANGE-TAKE  PIC S9(5)V9.
       01  CHANGE-WORK PIC S9(5)V9 VALUE 0.
       01  BASE-RATE PIC 9(7)V99 VALUE 0.
       01  TEST-RATE PIC 9(7)V99 VALUE 0.
       01  RULE-SEEN-FLAG PIC 9(1) VALUE 0.

       01  HOURS-EDIT PIC Z(6)9.9.
       01  RATE-EDIT PIC Z(4)9.99.
       01  PCT-EDIT PIC -(4)9.9.
       01  COUNT-EDIT PIC Z(6)9.
       01  MONEY-EDIT PIC Z(8)9.99.
       01  RULE-EDIT PIC Z9.
       01  REPORT-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-PRICING-EXPERIMENT-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO EXPERIMENT-CODE
           END-UNSTRING.

           IF EXPERIMENT-CODE = SPACES THEN
               DISPLAY "Usage: PrintPricingExperiment <code>"
               STOP RUN
           END-IF.

           INITIALIZE GROUP-TABLE.
           INITIALIZE RATE-TABLE.
           INITIALIZE CHANGE-TABLE.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.

           PERFORM LOAD-EXPERIMENT.

           IF CABINET-COUNT = 0 THEN
               DISPLAY "No cabinets in experiment " EXPERIMENT-CODE
                   " in ./data/experiments.dat; nothing to report."
               STOP RUN
           END-IF.

           PERFORM LOAD-OPENING-HOURS.

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               PERFORM COUNT-OPEN-MINUTES
           END-PERFORM.

      *> nothing for a day arrives before the night after it.
           IF SCAN-LAST-NUMBER > TODAY-NUMBER THEN
               MOVE TODAY-NUMBER TO SCAN-LAST-NUMBER
           END-IF.

           PERFORM SCAN-ONE-NIGHT
               VARYING SCAN-NUMBER FROM SCAN-FIRST-NUMBER BY 1
               UNTIL SCAN-NUMBER > SCAN-LAST-NUMBER.

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               PERFORM ADD-CABINET-TO-GROUP
           END-PERFORM.

           DISPLAY "=== PRICING EXPERIMENT " EXPERIMENT-CODE " ===".

           IF RUNNING-FLAG = 1 THEN
               DISPLAY "test still running -- figures to last night."
           END-IF.

           IF NIGHTS-FOUND = 0 THEN
               DISPLAY "no collected feeds found for the period."
           END-IF.

           PERFORM PRINT-CABINET-ROWS.

           MOVE 1 TO GROUP-IDX.
           MOVE "TEST" TO GROUP-NAME.
           PERFORM PRINT-GROUP.
           MOVE 2 TO GROUP-IDX.
           MOVE "CONTROL" TO GROUP-NAME.
           PERFORM PRINT-GROUP.

           PERFORM PRINT-DIFFERENCE.
           PERFORM PRINT-RULE-TAKINGS.

           STOP RUN.

       LOAD-EXPERIMENT.
           MOVE 0 TO SCAN-FIRST-NUMBER.
           MOVE 0 TO SCAN-LAST-NUMBER.

           OPEN INPUT EXPERIMENT-FILE.

           IF EXPERIMENT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EXPERIMENT-FILE-STATUS NOT = "00"
               READ EXPERIMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EX-CODE = EXPERIMENT-CODE
                       AND EX-CABINET-ID NOT = SPACES
                       AND (EX-GROUP = "T" OR EX-GROUP = "C")
                       AND EX-FROM-DATE NUMERIC
                       AND EX-TO-DATE NUMERIC
                       AND EX-TO-DATE >= EX-FROM-DATE THEN
                           PERFORM TAKE-EXPERIMENT-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPERIMENT-FILE.

       TAKE-EXPERIMENT-ROW.
           IF CABINET-COUNT >= 100 THEN
               DISPLAY "more than 100 cabinets; " EX-CABINET-ID
                   " left out."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CABINET-COUNT.
           MOVE CABINET-COUNT TO CABINET-IDX.
           INITIALIZE CABINET-ENTRY (CABINET-IDX).
           MOVE EX-CABINET-ID TO CB-CABINET-ID (CABINET-IDX).
           MOVE EX-GROUP TO CB-GROUP (CABINET-IDX).
           MOVE EX-FROM-DATE TO CB-FROM-DATE (CABINET-IDX).
           MOVE EX-TO-DATE TO CB-TO-DATE (CABINET-IDX).

           CALL "DateToDayNumber" USING
               BY REFERENCE EX-FROM-DATE
               BY REFERENCE CB-FROM-NUMBER (CABINET-IDX)
           END-CALL.
           CALL "DateToDayNumber" USING
               BY REFERENCE EX-TO-DATE
               BY REFERENCE CB-TO-NUMBER (CABINET-IDX)
           END-CALL.

      *> the baseline is as many days as the test, just before it.
           COMPUTE TEST-DAYS = CB-TO-NUMBER (CABINET-IDX)
               - CB-FROM-NUMBER (CABINET-IDX) + 1.
           COMPUTE CB-BASE-NUMBER (CABINET-IDX) =
               CB-FROM-NUMBER (CABINET-IDX) - TEST-DAYS.

           IF SCAN-FIRST-NUMBER = 0
           OR CB-BASE-NUMBER (CABINET-IDX) + 1 < SCAN-FIRST-NUMBER
           THEN
               COMPUTE SCAN-FIRST-NUMBER =
                   CB-BASE-NUMBER (CABINET-IDX) + 1
           END-IF.

           IF CB-TO-NUMBER (CABINET-IDX) + 1 + GRACE-NIGHTS
               > SCAN-LAST-NUMBER THEN
               COMPUTE SCAN-LAST-NUMBER =
                   CB-TO-NUMBER (CABINET-IDX) + 1 + GRACE-NIGHTS
           END-IF.

           IF CB-TO-NUMBER (CABINET-IDX) >= TODAY-NUMBER THEN
               MOVE 1 TO RUNNING-FLAG
           END-IF.

       LOAD-OPENING-HOURS.
           PERFORM VARYING WEEKDAY-IDX FROM 1 BY 1
               UNTIL WEEKDAY-IDX > 7
               MOVE 1440 TO WEEKDAY-MINUTES (WEEKDAY-IDX)
           END-PERFORM.

           OPEN INPUT SCHEDULE-FILE.

           IF SCHEDULE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SCHEDULE-FILE-STATUS NOT = "00"
               READ SCHEDULE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment and template rows don't start with a day digit.
                       IF SD-WEEKDAY NUMERIC
                       AND SD-WEEKDAY >= 1 AND SD-WEEKDAY <= 7
                       AND SD-OPEN NUMERIC AND SD-CLOSE NUMERIC
                           PERFORM TAKE-SCHEDULE-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

       TAKE-SCHEDULE-ROW.
           COMPUTE OPEN-MINUTE = (SD-OPEN / 100) * 60
               + SD-OPEN - (SD-OPEN / 100) * 100.
           COMPUTE CLOSE-MINUTE = (SD-CLOSE / 100) * 60
               + SD-CLOSE - (SD-CLOSE / 100) * 100.

      *> a close earlier than the open runs past midnight.
           IF CLOSE-MINUTE > OPEN-MINUTE THEN
               COMPUTE WEEKDAY-MINUTES (SD-WEEKDAY) =
                   CLOSE-MINUTE - OPEN-MINUTE
           ELSE
               COMPUTE WEEKDAY-MINUTES (SD-WEEKDAY) =
                   1440 - OPEN-MINUTE + CLOSE-MINUTE
           END-IF.

       COUNT-OPEN-MINUTES.
      *> a running test only counts the days whose feed is in.
           MOVE CB-TO-NUMBER (CABINET-IDX) TO COUNTED-TO-NUMBER.
           IF COUNTED-TO-NUMBER >= TODAY-NUMBER THEN
               COMPUTE COUNTED-TO-NUMBER = TODAY-NUMBER - 1
           END-IF.

           COMPUTE DAY-NUMBER = CB-BASE-NUMBER (CABINET-IDX).
           PERFORM UNTIL DAY-NUMBER > COUNTED-TO-NUMBER
               IF DAY-NUMBER < CB-FROM-NUMBER (CABINET-IDX) THEN
                   MOVE 1 TO PERIOD-IDX
               ELSE
                   MOVE 2 TO PERIOD-IDX
               END-IF
      *> day numbers run Monday = 0 modulo 7.
               DIVIDE DAY-NUMBER BY 7 GIVING WEEK-QUOTIENT
                   REMAINDER WEEK-REMAINDER
               COMPUTE WEEKDAY-IDX = WEEK-REMAINDER + 1
               ADD WEEKDAY-MINUTES (WEEKDAY-IDX)
                   TO CP-MINUTES (CABINET-IDX, PERIOD-IDX)
               ADD 1 TO DAY-NUMBER
           END-PERFORM.

       SCAN-ONE-NIGHT.
           CALL "DayNumberToDate" USING
               BY REFERENCE SCAN-NUMBER
               BY REFERENCE SCAN-DATE
           END-CALL.

           MOVE SPACES TO FLEET-COIN-PATH.
           STRING "./data/collected_" SCAN-DATE
               "/fleet_coin_events.dat"
               DELIMITED BY SIZE INTO FLEET-COIN-PATH
           END-STRING.

           MOVE SPACES TO FLEET-STATS-PATH.
           STRING "./data/collected_" SCAN-DATE
               "/fleet_stats.dat"
               DELIMITED BY SIZE INTO FLEET-STATS-PATH
           END-STRING.

           OPEN INPUT FLEET-COIN-FILE.

           IF FLEET-COIN-STATUS = "00" THEN
               ADD 1 TO NIGHTS-FOUND
               PERFORM UNTIL FLEET-COIN-STATUS NOT = "00"
                   READ FLEET-COIN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-FLEET-COIN
                   END-READ
               END-PERFORM
               CLOSE FLEET-COIN-FILE
           END-IF.

           OPEN INPUT FLEET-STATS-FILE.

           IF FLEET-STATS-STATUS = "00" THEN
               PERFORM UNTIL FLEET-STATS-STATUS NOT = "00"
                   READ FLEET-STATS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-FLEET-PLAY
                   END-READ
               END-PERFORM
               CLOSE FLEET-STATS-FILE
           END-IF.

       TAKE-ONE-FLEET-COIN.
           IF FC-CABINET = SPACES OR CE-DATE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE FC-CABINET TO LOOKUP-CABINET.
           PERFORM FIND-CABINET.

           IF FOUND-CABINET-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE CE-DATE
               BY REFERENCE LINE-DAY-NUMBER
           END-CALL.

      *> a sealed line is counted the first night it shows up and
      *> passed every night after; an unsealed one has no number to
      *> go by, so only the night after its own date counts it.
           MOVE 0 TO COUNT-LINE-FLAG.
           IF CE-SEQUENCE NUMERIC AND CE-SEQUENCE > 0 THEN
               IF CE-SEQUENCE > CB-LAST-SEQ (FOUND-CABINET-IDX) THEN
                   MOVE CE-SEQUENCE TO CB-LAST-SEQ (FOUND-CABINET-IDX)
                   MOVE 1 TO COUNT-LINE-FLAG
               END-IF
           ELSE
               IF LINE-DAY-NUMBER + 1 = SCAN-NUMBER THEN
                   MOVE 1 TO COUNT-LINE-FLAG
               END-IF
           END-IF.

           IF COUNT-LINE-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-LINE-PERIOD.

           IF LINE-PERIOD = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *> only cash is takings; credits given away aren't coins.
           IF CE-KIND NOT = "CASH" AND CE-KIND NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF CE-VALUE NUMERIC AND CE-VALUE > 0 THEN
               MOVE CE-VALUE TO LINE-VALUE
           ELSE
               MOVE DEFAULT-COIN-VALUE TO LINE-VALUE
           END-IF.

           IF CE-RULE-ID NUMERIC THEN
               MOVE CE-RULE-ID TO LINE-RULE
           ELSE
               MOVE 0 TO LINE-RULE
           END-IF.

           ADD 1 TO CP-COINS (FOUND-CABINET-IDX, LINE-PERIOD).
           ADD LINE-VALUE TO CP-TAKE (FOUND-CABINET-IDX, LINE-PERIOD).

           PERFORM FIND-GROUP-CELL.
           ADD LINE-VALUE TO GC-RULE-TAKE (CELL-IDX, LINE-RULE + 1).

       TAKE-ONE-FLEET-PLAY.
           IF FS-CABINET = SPACES OR FS-DATE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE FS-CABINET TO LOOKUP-CABINET.
           PERFORM FIND-CABINET.

           IF FOUND-CABINET-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE FS-DATE
               BY REFERENCE LINE-DAY-NUMBER
           END-CALL.

      *> match numbers only go up on a cabinet, so they do for the
      *> stats what the seal does for the coins.
           MOVE 0 TO COUNT-LINE-FLAG.
           IF FS-MATCH-NUMBER NUMERIC AND FS-MATCH-NUMBER > 0 THEN
               IF FS-MATCH-NUMBER > CB-LAST-MATCH (FOUND-CABINET-IDX)
               THEN
                   MOVE FS-MATCH-NUMBER
                       TO CB-LAST-MATCH (FOUND-CABINET-IDX)
                   MOVE 1 TO COUNT-LINE-FLAG
               END-IF
           ELSE
               IF LINE-DAY-NUMBER + 1 = SCAN-NUMBER THEN
                   MOVE 1 TO COUNT-LINE-FLAG
               END-IF
           END-IF.

           IF COUNT-LINE-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-LINE-PERIOD.

           IF LINE-PERIOD = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CP-PLAYS (FOUND-CABINET-IDX, LINE-PERIOD).

       FIND-LINE-PERIOD.
           MOVE 0 TO LINE-PERIOD.

           IF LINE-DAY-NUMBER >= CB-BASE-NUMBER (FOUND-CABINET-IDX)
           AND LINE-DAY-NUMBER < CB-FROM-NUMBER (FOUND-CABINET-IDX)
           THEN
               MOVE 1 TO LINE-PERIOD
           END-IF.

           IF LINE-DAY-NUMBER >= CB-FROM-NUMBER (FOUND-CABINET-IDX)
           AND LINE-DAY-NUMBER <= CB-TO-NUMBER (FOUND-CABINET-IDX)
           AND LINE-DAY-NUMBER < TODAY-NUMBER THEN
               MOVE 2 TO LINE-PERIOD
           END-IF.

       FIND-GROUP-CELL.
      *> T baseline 1, T test 2, C baseline 3, C test 4.
           IF CB-GROUP (FOUND-CABINET-IDX) = "T" THEN
               MOVE LINE-PERIOD TO CELL-IDX
           ELSE
               COMPUTE CELL-IDX = LINE-PERIOD + 2
           END-IF.

       FIND-CABINET.
           MOVE 0 TO FOUND-CABINET-IDX.

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               OR FOUND-CABINET-IDX > 0
               IF CB-CABINET-ID (CABINET-IDX) = LOOKUP-CABINET THEN
                   MOVE CABINET-IDX TO FOUND-CABINET-IDX
               END-IF
           END-PERFORM.

       ADD-CABINET-TO-GROUP.
           MOVE CABINET-IDX TO FOUND-CABINET-IDX.

           PERFORM VARYING LINE-PERIOD FROM 1 BY 1
               UNTIL LINE-PERIOD > 2
               PERFORM FIND-GROUP-CELL
               ADD 1 TO GC-CABINETS (CELL-IDX)
               ADD CP-MINUTES (CABINET-IDX, LINE-PERIOD)
                   TO GC-MINUTES (CELL-IDX)
               ADD CP-COINS (CABINET-IDX, LINE-PERIOD)
                   TO GC-COINS (CELL-IDX)
               ADD CP-TAKE (CABINET-IDX, LINE-PERIOD)
                   TO GC-TAKE (CELL-IDX)
               ADD CP-PLAYS (CABINET-IDX, LINE-PERIOD)
                   TO GC-PLAYS (CELL-IDX)
           END-PERFORM.

       PRINT-CABINET-ROWS.
           DISPLAY "cabinet   grp  test from to       "
               "base coins test coins base plays test plays".

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING CB-CABINET-ID (CABINET-IDX) "  "
                   CB-GROUP (CABINET-IDX) "  "
                   CB-FROM-DATE (CABINET-IDX) " "
                   CB-TO-DATE (CABINET-IDX) "    "
                   CP-COINS (CABINET-IDX, 1) "    "
                   CP-COINS (CABINET-IDX, 2) "    "
                   CP-PLAYS (CABINET-IDX, 1) "    "
                   CP-PLAYS (CABINET-IDX, 2)
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               DISPLAY REPORT-LINE
           END-PERFORM.

       PRINT-GROUP.
           DISPLAY "------------------------------------------------".
           COMPUTE CELL-IDX = GROUP-IDX * 2 - 1.
           MOVE GC-CABINETS (CELL-IDX) TO COUNT-EDIT.
           DISPLAY GROUP-NAME " GROUP  (" COUNT-EDIT " cabinets)".

           IF GC-CABINETS (CELL-IDX) = 0 THEN
               DISPLAY "  no cabinets in this group."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "           open hrs    coins  coins/hr"
               "    plays  plays/hr      takings  takings/hr".

           PERFORM PRINT-GROUP-CELL.
           ADD 1 TO CELL-IDX.
           PERFORM PRINT-GROUP-CELL.

      *> the change is the test period's hourly rate against the
      *> baseline's, as a percentage.
           COMPUTE CELL-IDX = GROUP-IDX * 2 - 1.

           MOVE RC-COINS (CELL-IDX) TO BASE-RATE.
           MOVE RC-COINS (CELL-IDX + 1) TO TEST-RATE.
           PERFORM WORK-OUT-CHANGE.
           MOVE CHANGE-WORK TO CHANGE-COINS (GROUP-IDX).

           MOVE RC-PLAYS (CELL-IDX) TO BASE-RATE.
           MOVE RC-PLAYS (CELL-IDX + 1) TO TEST-RATE.
           PERFORM WORK-OUT-CHANGE.
           MOVE CHANGE-WORK TO CHANGE-PLAYS (GROUP-IDX).

           MOVE RC-TAKE (CELL-IDX) TO BASE-RATE.
           MOVE RC-TAKE (CELL-IDX + 1) TO TEST-RATE.
           PERFORM WORK-OUT-CHANGE.
           MOVE CHANGE-WORK TO CHANGE-TAKE (GROUP-IDX).

           MOVE SPACES TO REPORT-LINE.
           MOVE "change %" TO REPORT-LINE.
           MOVE CHANGE-COINS (GROUP-IDX) TO PCT-EDIT.
           MOVE PCT-EDIT TO REPORT-LINE (30:7).
           MOVE CHANGE-PLAYS (GROUP-IDX) TO PCT-EDIT.
           MOVE PCT-EDIT TO REPORT-LINE (49:7).
           MOVE CHANGE-TAKE (GROUP-IDX) TO PCT-EDIT.
           MOVE PCT-EDIT TO REPORT-LINE (73:7).
           DISPLAY REPORT-LINE.

       PRINT-GROUP-CELL.
           COMPUTE OPEN-HOURS = GC-MINUTES (CELL-IDX) / 60.
           MOVE 0 TO RATE-COINS.
           MOVE 0 TO RATE-PLAYS.
           MOVE 0 TO RATE-TAKE.

           IF OPEN-HOURS > 0 THEN
               COMPUTE RATE-COINS ROUNDED =
                   GC-COINS (CELL-IDX) / OPEN-HOURS
               COMPUTE RATE-PLAYS ROUNDED =
                   GC-PLAYS (CELL-IDX) / OPEN-HOURS
               COMPUTE RATE-TAKE ROUNDED =
                   GC-TAKE (CELL-IDX) / OPEN-HOURS / 100
           END-IF.

           MOVE RATE-COINS TO RC-COINS (CELL-IDX).
           MOVE RATE-PLAYS TO RC-PLAYS (CELL-IDX).
           MOVE RATE-TAKE TO RC-TAKE (CELL-IDX).

           MOVE SPACES TO REPORT-LINE.
           IF CELL-IDX = 1 OR CELL-IDX = 3 THEN
               MOVE "baseline" TO REPORT-LINE
           ELSE
               MOVE "test" TO REPORT-LINE
           END-IF.

           MOVE OPEN-HOURS TO HOURS-EDIT.
           MOVE HOURS-EDIT TO REPORT-LINE (10:9).
           MOVE GC-COINS (CELL-IDX) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE (21:7).
           MOVE RATE-COINS TO RATE-EDIT.
           MOVE RATE-EDIT TO REPORT-LINE (30:8).
           MOVE GC-PLAYS (CELL-IDX) TO COUNT-EDIT.
           MOVE COUNT-EDIT TO REPORT-LINE (40:7).
           MOVE RATE-PLAYS TO RATE-EDIT.
           MOVE RATE-EDIT TO REPORT-LINE (49:8).
           COMPUTE MONEY-EDIT = GC-TAKE (CELL-IDX) / 100.
           MOVE MONEY-EDIT TO REPORT-LINE (58:12).
           MOVE RATE-TAKE TO RATE-EDIT.
           MOVE RATE-EDIT TO REPORT-LINE (73:8).
           DISPLAY REPORT-LINE.

       WORK-OUT-CHANGE.
           MOVE 0 TO CHANGE-WORK.
           IF BASE-RATE > 0 THEN
               COMPUTE CHANGE-WORK ROUNDED =
                   (TEST-RATE - BASE-RATE) * 100 / BASE-RATE
           END-IF.

       PRINT-DIFFERENCE.
           DISPLAY "------------------------------------------------".

           IF GC-CABINETS (1) = 0 OR GC-CABINETS (3) = 0 THEN
               DISPLAY "needs both a test and a control group to"
                   " compare."
               EXIT PARAGRAPH
           END-IF.

      *> whatever moved the control group too -- the season, the
      *> weather -- isn't the prices; what's left over is.
           DISPLAY "TEST LESS CONTROL (percentage points)".
           COMPUTE CHANGE-WORK = CHANGE-COINS (1) - CHANGE-COINS (2).
           MOVE CHANGE-WORK TO PCT-EDIT.
           DISPLAY "  coins per open hour   " PCT-EDIT.
           COMPUTE CHANGE-WORK = CHANGE-PLAYS (1) - CHANGE-PLAYS (2).
           MOVE CHANGE-WORK TO PCT-EDIT.
           DISPLAY "  plays per open hour   " PCT-EDIT.
           COMPUTE CHANGE-WORK = CHANGE-TAKE (1) - CHANGE-TAKE (2).
           MOVE CHANGE-WORK TO PCT-EDIT.
           DISPLAY "  takings per open hour " PCT-EDIT.

       PRINT-RULE-TAKINGS.
           DISPLAY "------------------------------------------------".
           DISPLAY "TAKINGS BY PRICING RULE".
           DISPLAY "rule    test base    test test"
               "    ctrl base    ctrl test".

           MOVE 0 TO RULE-SEEN-FLAG.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > 100
               IF GC-RULE-TAKE (1, RULE-IDX) > 0
               OR GC-RULE-TAKE (2, RULE-IDX) > 0
               OR GC-RULE-TAKE (3, RULE-IDX) > 0
               OR GC-RULE-TAKE (4, RULE-IDX) > 0 THEN
                   PERFORM PRINT-RULE-ROW
               END-IF
           END-PERFORM.

           IF RULE-SEEN-FLAG = 0 THEN
               DISPLAY "  (no takings in either period)"
           END-IF.

           DISPLAY "rule 0 is the flat default; 81-89 holiday"
               " pricing; 91-99 member prices.".

       PRINT-RULE-ROW.
           MOVE 1 TO RULE-SEEN-FLAG.
           MOVE SPACES TO REPORT-LINE.
           COMPUTE RULE-EDIT = RULE-IDX - 1.
           MOVE RULE-EDIT TO REPORT-LINE (3:2).
           IF RULE-IDX > 81 AND RULE-IDX < 91 THEN
               MOVE "holiday" TO REPORT-LINE (60:7)
           END-IF.
           IF RULE-IDX > 91 THEN
               MOVE "member" TO REPORT-LINE (60:6)
           END-IF.

           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > 4
               COMPUTE MONEY-EDIT = GC-RULE-TAKE (CELL-IDX, RULE-IDX)
                   / 100
               MOVE MONEY-EDIT
                   TO REPORT-LINE (CELL-IDX * 13 - 7:12)
           END-PERFORM.

           DISPLAY REPORT-LINE.
