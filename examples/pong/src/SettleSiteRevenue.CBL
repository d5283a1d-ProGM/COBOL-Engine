      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office monthly revenue-share settlement. For
      *          one calendar month (YYYYMM on the command line, or
      *          last month) reads the consolidated coin ledgers the
      *          DayFileListener filed under ./data/collected_YYYYMMDD
      *          -- every night of the month plus a week's grace, so
      *          a cabinet that missed a night is still caught -- and
      *          totals each cabinet's cash take for the month. Every
      *          night's feed carries the whole coin ledger, so a
      *          line is counted once, by its seal sequence number
      *          (unsealed lines from before the seal only from the
      *          night after their own date). The cabinets are then
      *          grouped by site from ./data/locations.dat, the
      *          site's split and monthly minimum applied, and one
      *          statement printed per site, then a summary of what
      *          we owe the sites and what the sites owe us.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SettleSiteRevenue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT FLEET-COIN-FILE ASSIGN TO FLEET-COIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-COIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  FLEET-COIN-FILE.
      *> the consolidated line is the cabinet prefix plus the coin
      *> ledger line's own columns.
       01  FLEET-COIN-LINE.
           05 FC-CABINET PIC X(8).
           05 FC-SEP     PIC X(1).
           COPY COINEVT.

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS PIC X(2).
       01  FLEET-COIN-STATUS PIC X(2).
       01  FLEET-COIN-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  MONTH-ARGUMENT PIC X(6) VALUE SPACES.
       01  MONTH-ARGUMENT-NUM REDEFINES MONTH-ARGUMENT PIC 9(6).
       01  SETTLE-MONTH PIC 9(6) VALUE 0.
       01  SETTLE-YEAR PIC 9(4) VALUE 0.
       01  SETTLE-MM PIC 9(2) VALUE 0.
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-YM PIC 9(6) VALUE 0.

       01  MONTH-START PIC 9(8) VALUE 0.
       01  MONTH-END PIC 9(8) VALUE 0.
       01  NEXT-MONTH-START PIC 9(8) VALUE 0.
       01  MONTH-START-NUMBER PIC 9(7) VALUE 0.
       01  NEXT-START-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-LAST-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-DATE PIC 9(8) VALUE 0.
       01  LINE-DAY-NUMBER PIC 9(7) VALUE 0.
       01  LINE-END-NUMBER PIC 9(7) VALUE 0.
       01  GRACE-NIGHTS PIC 9(2) VALUE 7.
       01  NIGHTS-FOUND PIC 9(3) VALUE 0.

       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.
       01  LINE-VALUE PIC 9(5) VALUE 0.
       01  COUNT-LINE-FLAG PIC 9(1) VALUE 0.

      *> every cabinet heard from in the feed, with the last seal
      *> sequence already counted and its cash for the month.
       01  CABINET-TABLE.
           05 CABINET-ENTRY OCCURS 200 TIMES.
               10 CB-CABINET-ID PIC X(8).
               10 CB-LAST-SEQ   PIC 9(8).
               10 CB-COINS      PIC 9(7).
               10 CB-TAKE       PIC 9(11).
               10 CB-LOCATED    PIC 9(1).
       01  CABINET-COUNT PIC 9(3) VALUE 0.
       01  CABINET-IDX PIC 9(3) VALUE 0.
       01  FOUND-CABINET-IDX PIC 9(3) VALUE 0.
       01  LOOKUP-CABINET PIC X(8) VALUE SPACES.

       01  LOCATION-TABLE.
           05 LOCATION-ENTRY OCCURS 200 TIMES.
               10 LT-CABINET-ID PIC X(8).
               10 LT-SITE-CODE  PIC X(6).
       01  LOCATION-COUNT PIC 9(3) VALUE 0.
       01  LOCATION-IDX PIC 9(3) VALUE 0.

       01  SITE-TABLE.
           05 SITE-ENTRY OCCURS 100 TIMES.
               10 ST-SITE-CODE PIC X(6).
               10 ST-SITE-NAME PIC X(20).
               10 ST-SPLIT-PCT PIC 9(3).
               10 ST-MINIMUM   PIC 9(7).
               10 ST-HELD-BY   PIC X(1).
       01  SITE-COUNT PIC 9(3) VALUE 0.
       01  SITE-IDX PIC 9(3) VALUE 0.
       01  FOUND-SITE-IDX PIC 9(3) VALUE 0.

       01  SITE-COINS PIC 9(7) VALUE 0.
       01  SITE-TAKE PIC 9(11) VALUE 0.
       01  SITE-SHARE PIC 9(11) VALUE 0.
       01  SITE-DUE PIC 9(11) VALUE 0.
       01  OPERATOR-KEEPS PIC S9(11) VALUE 0.
       01  SITE-BALANCE PIC S9(11) VALUE 0.

       01  TOTAL-WE-OWE PIC 9(11) VALUE 0.
       01  TOTAL-OWED-US PIC 9(11) VALUE 0.
       01  SITES-WE-OWE PIC 9(3) VALUE 0.
       01  SITES-OWING-US PIC 9(3) VALUE 0.
       01  FLEET-TAKE PIC 9(11) VALUE 0.
       01  UNLOCATED-COUNT PIC 9(3) VALUE 0.
       01  NET-POSITION PIC S9(11) VALUE 0.

       01  MONEY-EDIT PIC Z(8)9.99.
       01  NET-MONEY-EDIT PIC -(8)9.99.
       01  COINS-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
       SETTLE-SITE-REVENUE-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO MONTH-ARGUMENT
           END-UNSTRING.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           COMPUTE TODAY-YM = TODAY-YMD / 100.

      *> the month just gone unless one is named: settlement is run
      *> once the last night's feed is in.
           IF MONTH-ARGUMENT-NUM NUMERIC
           AND MONTH-ARGUMENT-NUM > 0 THEN
               MOVE MONTH-ARGUMENT-NUM TO SETTLE-MONTH
           ELSE
               COMPUTE SETTLE-YEAR = TODAY-YM / 100
               COMPUTE SETTLE-MM = TODAY-YM - SETTLE-YEAR * 100
               IF SETTLE-MM = 1 THEN
                   SUBTRACT 1 FROM SETTLE-YEAR
                   MOVE 12 TO SETTLE-MM
               ELSE
                   SUBTRACT 1 FROM SETTLE-MM
               END-IF
               COMPUTE SETTLE-MONTH = SETTLE-YEAR * 100 + SETTLE-MM
           END-IF.

           COMPUTE SETTLE-YEAR = SETTLE-MONTH / 100.
           COMPUTE SETTLE-MM = SETTLE-MONTH - SETTLE-YEAR * 100.

           IF SETTLE-MM < 1 OR SETTLE-MM > 12 THEN
               DISPLAY "Month " SETTLE-MONTH " is not a YYYYMM month."
               STOP RUN
           END-IF.

           COMPUTE MONTH-START = SETTLE-MONTH * 100 + 1.
           IF SETTLE-MM = 12 THEN
               COMPUTE NEXT-MONTH-START =
                   (SETTLE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-START = MONTH-START + 100
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE MONTH-START
               BY REFERENCE MONTH-START-NUMBER
           END-CALL.
           CALL "DateToDayNumber" USING
               BY REFERENCE NEXT-MONTH-START
               BY REFERENCE NEXT-START-NUMBER
           END-CALL.
           COMPUTE LINE-END-NUMBER = NEXT-START-NUMBER - 1.
           CALL "DayNumberToDate" USING
               BY REFERENCE LINE-END-NUMBER
               BY REFERENCE MONTH-END
           END-CALL.

           PERFORM LOAD-LOCATIONS.

           IF SITE-COUNT = 0 THEN
               DISPLAY "No sites in ./data/locations.dat; nothing"
                   " to settle."
               STOP RUN
           END-IF.

           CALL "LoadCashParams" USING
               BY REFERENCE DEFAULT-COIN-VALUE
               BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           COMPUTE SCAN-LAST-NUMBER = LINE-END-NUMBER + GRACE-NIGHTS.

           PERFORM VARYING SCAN-NUMBER FROM MONTH-START-NUMBER BY 1
               UNTIL SCAN-NUMBER > SCAN-LAST-NUMBER
               PERFORM SCAN-ONE-NIGHT
           END-PERFORM.

           DISPLAY "=== SITE SETTLEMENT " SETTLE-MONTH " ("
               MONTH-START " to " MONTH-END ") ===".
           DISPLAY "collection nights found " NIGHTS-FOUND.

           PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-COUNT
               PERFORM PRINT-SITE-STATEMENT
           END-PERFORM.

           PERFORM PRINT-SUMMARY.

           STOP RUN.

       LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE.

           IF LOCATION-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LOCATION-FILE-STATUS NOT = "00"
               READ LOCATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-LOCATION
               END-READ
           END-PERFORM.

           CLOSE LOCATION-FILE.

       TAKE-ONE-LOCATION.
           IF LC-CABINET-ID (1:1) = "#" OR LC-CABINET-ID = SPACES
           OR LC-SITE-CODE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF LOCATION-COUNT >= 200 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LOCATION-COUNT.
           MOVE LC-CABINET-ID TO LT-CABINET-ID (LOCATION-COUNT).
           MOVE LC-SITE-CODE TO LT-SITE-CODE (LOCATION-COUNT).

           MOVE 0 TO FOUND-SITE-IDX.
           PERFORM VARYING SITE-IDX FROM 1 BY 1
               UNTIL SITE-IDX > SITE-COUNT OR FOUND-SITE-IDX > 0
               IF ST-SITE-CODE (SITE-IDX) = LC-SITE-CODE THEN
                   MOVE SITE-IDX TO FOUND-SITE-IDX
               END-IF
           END-PERFORM.

           IF FOUND-SITE-IDX > 0 OR SITE-COUNT >= 100 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SITE-COUNT.
           MOVE LC-SITE-CODE TO ST-SITE-CODE (SITE-COUNT).
           MOVE LC-SITE-NAME TO ST-SITE-NAME (SITE-COUNT).
           MOVE 0 TO ST-SPLIT-PCT (SITE-COUNT).
           IF LC-SPLIT-PCT NUMERIC AND LC-SPLIT-PCT <= 100 THEN
               MOVE LC-SPLIT-PCT TO ST-SPLIT-PCT (SITE-COUNT)
           END-IF.
           MOVE 0 TO ST-MINIMUM (SITE-COUNT).
           IF LC-MINIMUM NUMERIC THEN
               MOVE LC-MINIMUM TO ST-MINIMUM (SITE-COUNT)
           END-IF.
      *> anything but S is our own collector's box.
           IF LC-HELD-BY = "S" THEN
               MOVE "S" TO ST-HELD-BY (SITE-COUNT)
           ELSE
               MOVE "O" TO ST-HELD-BY (SITE-COUNT)
           END-IF.

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

           OPEN INPUT FLEET-COIN-FILE.

           IF FLEET-COIN-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO NIGHTS-FOUND.

           PERFORM UNTIL FLEET-COIN-STATUS NOT = "00"
               READ FLEET-COIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-FLEET-COIN
               END-READ
           END-PERFORM.

           CLOSE FLEET-COIN-FILE.

       TAKE-ONE-FLEET-COIN.
           IF FC-CABINET = SPACES OR CE-DATE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CABINET.

           IF FOUND-CABINET-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

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
               CALL "DateToDayNumber" USING
                   BY REFERENCE CE-DATE
                   BY REFERENCE LINE-DAY-NUMBER
               END-CALL
               IF LINE-DAY-NUMBER + 1 = SCAN-NUMBER THEN
                   MOVE 1 TO COUNT-LINE-FLAG
               END-IF
           END-IF.

           IF COUNT-LINE-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF CE-DATE < MONTH-START OR CE-DATE > MONTH-END THEN
               EXIT PARAGRAPH
           END-IF.

      *> only cash is take; the split is of money in the box.
           IF CE-KIND NOT = "CASH" AND CE-KIND NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF CE-VALUE NUMERIC AND CE-VALUE > 0 THEN
               MOVE CE-VALUE TO LINE-VALUE
           ELSE
               MOVE DEFAULT-COIN-VALUE TO LINE-VALUE
           END-IF.

           ADD 1 TO CB-COINS (FOUND-CABINET-IDX).
           ADD LINE-VALUE TO CB-TAKE (FOUND-CABINET-IDX).

       FIND-CABINET.
           MOVE 0 TO FOUND-CABINET-IDX.

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               OR FOUND-CABINET-IDX > 0
               IF CB-CABINET-ID (CABINET-IDX) = FC-CABINET THEN
                   MOVE CABINET-IDX TO FOUND-CABINET-IDX
               END-IF
           END-PERFORM.

           IF FOUND-CABINET-IDX > 0 OR CABINET-COUNT >= 200 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CABINET-COUNT.
           MOVE CABINET-COUNT TO FOUND-CABINET-IDX.
           MOVE FC-CABINET TO CB-CABINET-ID (CABINET-COUNT).
           MOVE 0 TO CB-LAST-SEQ (CABINET-COUNT).
           MOVE 0 TO CB-COINS (CABINET-COUNT).
           MOVE 0 TO CB-TAKE (CABINET-COUNT).
           MOVE 0 TO CB-LOCATED (CABINET-COUNT).

       PRINT-SITE-STATEMENT.
           MOVE 0 TO SITE-COINS.
           MOVE 0 TO SITE-TAKE.

           DISPLAY "------------------------------------------------".
           DISPLAY "SITE " ST-SITE-CODE (SITE-IDX) "  "
               ST-SITE-NAME (SITE-IDX).
           COMPUTE MONEY-EDIT = ST-MINIMUM (SITE-IDX) / 100.
           IF ST-HELD-BY (SITE-IDX) = "S" THEN
               DISPLAY "terms: site " ST-SPLIT-PCT (SITE-IDX)
                   "% of cash, minimum " MONEY-EDIT
                   ", box emptied by the site"
           ELSE
               DISPLAY "terms: site " ST-SPLIT-PCT (SITE-IDX)
                   "% of cash, minimum " MONEY-EDIT
                   ", box emptied by our collector"
           END-IF.

           PERFORM VARYING LOCATION-IDX FROM 1 BY 1
               UNTIL LOCATION-IDX > LOCATION-COUNT
               IF LT-SITE-CODE (LOCATION-IDX) = ST-SITE-CODE (SITE-IDX)
                   PERFORM PRINT-SITE-CABINET
               END-IF
           END-PERFORM.

           COMPUTE SITE-SHARE ROUNDED =
               SITE-TAKE * ST-SPLIT-PCT (SITE-IDX) / 100.

           MOVE SITE-SHARE TO SITE-DUE.
           IF SITE-DUE < ST-MINIMUM (SITE-IDX) THEN
               MOVE ST-MINIMUM (SITE-IDX) TO SITE-DUE
           END-IF.

           COMPUTE OPERATOR-KEEPS = SITE-TAKE - SITE-DUE.

           MOVE SITE-COINS TO COINS-EDIT.
           COMPUTE MONEY-EDIT = SITE-TAKE / 100.
           DISPLAY "  total take      " COINS-EDIT " coins "
               MONEY-EDIT.
           COMPUTE MONEY-EDIT = SITE-SHARE / 100.
           DISPLAY "  site share at " ST-SPLIT-PCT (SITE-IDX) "%"
               "            " MONEY-EDIT.
           IF SITE-DUE > SITE-SHARE THEN
               COMPUTE MONEY-EDIT = SITE-DUE / 100
               DISPLAY "  minimum guarantee applies     " MONEY-EDIT
           END-IF.
           COMPUTE MONEY-EDIT = SITE-DUE / 100.
           DISPLAY "  site is due                   " MONEY-EDIT.
           COMPUTE NET-MONEY-EDIT = OPERATOR-KEEPS / 100.
           DISPLAY "  operator's share              " NET-MONEY-EDIT.

      *> whoever holds the box pays the other side its share; a
      *> minimum above the take turns a site-held box around.
           IF ST-HELD-BY (SITE-IDX) = "S" THEN
               MOVE OPERATOR-KEEPS TO SITE-BALANCE
           ELSE
               COMPUTE SITE-BALANCE = 0 - SITE-DUE
           END-IF.

           IF SITE-BALANCE > 0 THEN
               ADD SITE-BALANCE TO TOTAL-OWED-US
               ADD 1 TO SITES-OWING-US
               COMPUTE MONEY-EDIT = SITE-BALANCE / 100
               DISPLAY "  => SITE OWES US               " MONEY-EDIT
           ELSE
               IF SITE-BALANCE < 0 THEN
                   COMPUTE TOTAL-WE-OWE = TOTAL-WE-OWE - SITE-BALANCE
                   ADD 1 TO SITES-WE-OWE
                   COMPUTE MONEY-EDIT = (0 - SITE-BALANCE) / 100
                   DISPLAY "  => WE OWE THE SITE            "
                       MONEY-EDIT
               ELSE
                   DISPLAY "  => nothing to settle"
               END-IF
           END-IF.

       PRINT-SITE-CABINET.
           MOVE LT-CABINET-ID (LOCATION-IDX) TO LOOKUP-CABINET.

           MOVE 0 TO FOUND-CABINET-IDX.
           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               OR FOUND-CABINET-IDX > 0
               IF CB-CABINET-ID (CABINET-IDX) = LOOKUP-CABINET THEN
                   MOVE CABINET-IDX TO FOUND-CABINET-IDX
               END-IF
           END-PERFORM.

           IF FOUND-CABINET-IDX = 0 THEN
               DISPLAY "  " LOOKUP-CABINET "  no collection received"
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO CB-LOCATED (FOUND-CABINET-IDX).
           ADD CB-COINS (FOUND-CABINET-IDX) TO SITE-COINS.
           ADD CB-TAKE (FOUND-CABINET-IDX) TO SITE-TAKE.
           ADD CB-TAKE (FOUND-CABINET-IDX) TO FLEET-TAKE.

           MOVE CB-COINS (FOUND-CABINET-IDX) TO COINS-EDIT.
           COMPUTE MONEY-EDIT = CB-TAKE (FOUND-CABINET-IDX) / 100.
           DISPLAY "  " LOOKUP-CABINET "        " COINS-EDIT " coins "
               MONEY-EDIT.

       PRINT-SUMMARY.
           DISPLAY "================================================".
           DISPLAY "SUMMARY " SETTLE-MONTH.
           COMPUTE MONEY-EDIT = FLEET-TAKE / 100.
           DISPLAY "cash take at sites        " MONEY-EDIT.
           COMPUTE MONEY-EDIT = TOTAL-WE-OWE / 100.
           DISPLAY "we owe " SITES-WE-OWE " site(s)        " MONEY-EDIT.
           COMPUTE MONEY-EDIT = TOTAL-OWED-US / 100.
           DISPLAY "owed us by " SITES-OWING-US " site(s)    "
               MONEY-EDIT.
           COMPUTE NET-POSITION = TOTAL-OWED-US - TOTAL-WE-OWE.
           COMPUTE NET-MONEY-EDIT = NET-POSITION / 100.
           DISPLAY "net to us                 " NET-MONEY-EDIT.

      *> a cabinet reporting in with no row in locations.dat sits
      *> in nobody's statement; name it so the register is fixed.
           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               IF CB-LOCATED (CABINET-IDX) = 0
               AND CB-COINS (CABINET-IDX) > 0 THEN
                   ADD 1 TO UNLOCATED-COUNT
                   COMPUTE MONEY-EDIT = CB-TAKE (CABINET-IDX) / 100
                   DISPLAY "NOTE " CB-CABINET-ID (CABINET-IDX)
                       " took " MONEY-EDIT
                       " but has no site in locations.dat"
               END-IF
           END-PERFORM.
