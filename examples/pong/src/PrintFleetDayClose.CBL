      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office day-close picture for the whole fleet.
      *          For one business day (YYYYMMDD on the command line,
      *          yesterday by default) it reads the collection
      *          directory of the night after -- the check-in log
      *          DayFileListener keeps and the consolidated copy of
      *          every cabinet's day ledger -- against the cabinet
      *          register in ./data/locations.dat, and prints which
      *          cabinets closed the day, which sent a feed with the
      *          day still open, and which never sent a feed at all;
      *          the fleet totals of coins, cash, starts, matches and
      *          sessions off the day-close lines; and every cabinet
      *          whose close named hourly imbalances, worst first.
      *          Each cabinet's close line for the day is then posted
      *          once to the consolidated fleet ledger,
      *          ./data/fleet_day_ledger.dat, so a rerun after a
      *          late feed only adds what is new.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintFleetDayClose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT CHECKIN-FILE ASSIGN TO CHECKIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKIN-FILE-STATUS.
           SELECT NIGHT-LEDGER-FILE ASSIGN TO NIGHT-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-LEDGER-STATUS.
           SELECT FLEET-LEDGER-FILE
               ASSIGN TO "./data/fleet_day_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  CHECKIN-FILE.
      *> the listener's one line per connection: date, time, then
      *> the cabinet that reported in.
       01  CHECKIN-LINE.
           05 CI-DATE    PIC 9(8).
           05 FILLER     PIC X(1).
           05 CI-TIME    PIC 9(6).
           05 FILLER     PIC X(1).
           05 CI-CABINET PIC X(8).
           05 FILLER     PIC X(56).

       FD  NIGHT-LEDGER-FILE.
      *> the consolidated line is the cabinet prefix plus the day
      *> ledger line's own columns.
       01  NIGHT-LEDGER-LINE.
           05 NL-CABINET PIC X(8).
           05 NL-SEP     PIC X(1).
           COPY DAYLEDG.

       FD  FLEET-LEDGER-FILE.
      *> head office's own copy keeps the same shape.
       01  FLEET-LEDGER-LINE.
           05 FL-CABINET PIC X(8).
           05 FL-SEP     PIC X(1).
           COPY DAYLEDG REPLACING LEADING ==DL-== BY ==FL-==.

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS PIC X(2).
       01  CHECKIN-FILE-STATUS PIC X(2).
       01  NIGHT-LEDGER-STATUS PIC X(2).
       01  FLEET-LEDGER-STATUS PIC X(2).
       01  CHECKIN-PATH PIC X(60) VALUE SPACES.
       01  NIGHT-LEDGER-PATH PIC X(60) VALUE SPACES.

       01  DATE-ARGUMENT PIC X(20) VALUE SPACES.
       01  DATE-ARGUMENT-NUM REDEFINES DATE-ARGUMENT.
           05 DA-DATE PIC 9(8).
           05 FILLER  PIC X(12).
       01  CLOSE-DATE PIC 9(8) VALUE 0.
       01  NIGHT-DATE PIC 9(8) VALUE 0.
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  DAY-NUMBER PIC 9(7) VALUE 0.
       01  NIGHT-FOUND-FLAG PIC 9(1) VALUE 0.

      *> one row per cabinet, on the register or heard from: whether
      *> it sent a feed, and its close line for the day if it did.
       01  CABINET-TABLE.
           05 CABINET-ENTRY OCCURS 200 TIMES.
               10 CB-CABINET-ID  PIC X(8).
               10 CB-REGISTERED  PIC 9(1).
               10 CB-FED         PIC 9(1).
               10 CB-CLOSED      PIC 9(1).
               10 CB-POSTED      PIC 9(1).
               10 CB-LISTED      PIC 9(1).
               10 CB-LEDGER-LINE PIC X(53).
       01  CABINET-COUNT PIC 9(3) VALUE 0.
       01  CABINET-IDX PIC 9(3) VALUE 0.
       01  FOUND-CABINET-IDX PIC 9(3) VALUE 0.
       01  LOOKUP-CABINET PIC X(8) VALUE SPACES.

      *> a held close line read back through the ledger layout.
       01  HELD-LEDGER.
           COPY DAYLEDG REPLACING LEADING ==DL-== BY ==HL-==.

       01  CLOSED-COUNT PIC 9(3) VALUE 0.
       01  OPEN-COUNT PIC 9(3) VALUE 0.
       01  SILENT-COUNT PIC 9(3) VALUE 0.
       01  UNREGISTERED-COUNT PIC 9(3) VALUE 0.
       01  FLEET-COINS PIC 9(7) VALUE 0.
       01  FLEET-CASH PIC 9(11) VALUE 0.
       01  FLEET-STARTS PIC 9(7) VALUE 0.
       01  FLEET-MATCHES PIC 9(7) VALUE 0.
       01  FLEET-SESSIONS PIC 9(7) VALUE 0.
       01  IMBALANCED-COUNT PIC 9(3) VALUE 0.
       01  WORST-IDX PIC 9(3) VALUE 0.
       01  WORST-COUNT PIC 9(3) VALUE 0.
       01  POSTED-COUNT PIC 9(3) VALUE 0.

       01  REGISTER-NOTE PIC X(17) VALUE SPACES.
       01  COUNT-EDIT PIC Z(6)9.
       01  MONEY-EDIT PIC Z(8)9.99.

       PROCEDURE DIVISION.
       PRINT-FLEET-DAY-CLOSE-MAIN.
           ACCEPT DATE-ARGUMENT FROM COMMAND-LINE.

      *> yesterday unless a day is named: the feed that carries a
      *> day's close comes in the night after it.
           IF DA-DATE NUMERIC AND DA-DATE > 0 THEN
               MOVE DA-DATE TO CLOSE-DATE
           ELSE
               ACCEPT TODAY-YMD FROM DATE YYYYMMDD
               CALL "DateToDayNumber" USING
                   BY REFERENCE TODAY-YMD
                   BY REFERENCE DAY-NUMBER
               END-CALL
               SUBTRACT 1 FROM DAY-NUMBER
               CALL "DayNumberToDate" USING
                   BY REFERENCE DAY-NUMBER
                   BY REFERENCE CLOSE-DATE
               END-CALL
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE CLOSE-DATE
               BY REFERENCE DAY-NUMBER
           END-CALL.

           IF DAY-NUMBER = 0 THEN
               DISPLAY "Day " CLOSE-DATE " is not a YYYYMMDD date."
               STOP RUN
           END-IF.

           ADD 1 TO DAY-NUMBER.
           CALL "DayNumberToDate" USING
               BY REFERENCE DAY-NUMBER
               BY REFERENCE NIGHT-DATE
           END-CALL.

           MOVE SPACES TO CHECKIN-PATH.
           STRING "./data/collected_" NIGHT-DATE "/receipts.dat"
               DELIMITED BY SIZE INTO CHECKIN-PATH
           END-STRING.

           MOVE SPACES TO NIGHT-LEDGER-PATH.
           STRING "./data/collected_" NIGHT-DATE
               "/fleet_day_ledger.dat"
               DELIMITED BY SIZE INTO NIGHT-LEDGER-PATH
           END-STRING.

           PERFORM LOAD-REGISTER.
           PERFORM READ-CHECKINS.
           PERFORM READ-NIGHT-LEDGER.

           IF CABINET-COUNT = 0 THEN
               DISPLAY "No cabinets on the register and no feed for"
                   " the night of " NIGHT-DATE "; nothing to report."
               STOP RUN
           END-IF.

           DISPLAY "=== FLEET DAY CLOSE " CLOSE-DATE
               " (feed of " NIGHT-DATE ") ===".

           IF NIGHT-FOUND-FLAG = 0 THEN
               DISPLAY "no collection found for the night of "
                   NIGHT-DATE "."
           END-IF.

           DISPLAY "cabinet   status          closed   coins"
               " starts matches sessions imbal".

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               PERFORM PRINT-CABINET-ROW
           END-PERFORM.

           PERFORM PRINT-FLEET-TOTALS.
           PERFORM PRINT-IMBALANCES.
           PERFORM POST-FLEET-LEDGER.

           STOP RUN.

       LOAD-REGISTER.
           OPEN INPUT LOCATION-FILE.

           IF LOCATION-FILE-STATUS NOT = "00" THEN
               DISPLAY "No cabinet register at ./data/locations.dat;"
                   " only cabinets that reported are listed."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LOCATION-FILE-STATUS NOT = "00"
               READ LOCATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-CABINET-ID (1:1) NOT = "#"
                       AND LC-CABINET-ID NOT = SPACES
                           MOVE LC-CABINET-ID TO LOOKUP-CABINET
                           PERFORM FIND-OR-ADD-CABINET
                           IF FOUND-CABINET-IDX > 0
                               MOVE 1 TO
                                   CB-REGISTERED (FOUND-CABINET-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOCATION-FILE.

       READ-CHECKINS.
           OPEN INPUT CHECKIN-FILE.

           IF CHECKIN-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO NIGHT-FOUND-FLAG.

           PERFORM UNTIL CHECKIN-FILE-STATUS NOT = "00"
               READ CHECKIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CI-CABINET NOT = SPACES
                           MOVE CI-CABINET TO LOOKUP-CABINET
                           PERFORM FIND-OR-ADD-CABINET
                           IF FOUND-CABINET-IDX > 0
                               MOVE 1 TO CB-FED (FOUND-CABINET-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHECKIN-FILE.

       READ-NIGHT-LEDGER.
           OPEN INPUT NIGHT-LEDGER-FILE.

           IF NIGHT-LEDGER-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO NIGHT-FOUND-FLAG.

      *> the feed carries the cabinet's whole ledger every night;
      *> only the line for the day asked about counts, and a
      *> cabinet that sent its ledger sent a feed even if its
      *> check-in line went astray.
           PERFORM UNTIL NIGHT-LEDGER-STATUS NOT = "00"
               READ NIGHT-LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-NIGHT-LEDGER-LINE
               END-READ
           END-PERFORM.

           CLOSE NIGHT-LEDGER-FILE.

       TAKE-NIGHT-LEDGER-LINE.
           IF NL-CABINET = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE NL-CABINET TO LOOKUP-CABINET.
           PERFORM FIND-OR-ADD-CABINET.

           IF FOUND-CABINET-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO CB-FED (FOUND-CABINET-IDX).

           IF DL-DATE NOT NUMERIC OR DL-DATE NOT = CLOSE-DATE THEN
               EXIT PARAGRAPH
           END-IF.

      *> CloseDay refuses a second close of a date, so the first
      *> line for the day is the close.
           IF CB-CLOSED (FOUND-CABINET-IDX) = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO CB-CLOSED (FOUND-CABINET-IDX).
           MOVE NIGHT-LEDGER-LINE (10:53)
               TO CB-LEDGER-LINE (FOUND-CABINET-IDX).

       FIND-OR-ADD-CABINET.
           MOVE 0 TO FOUND-CABINET-IDX.

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               OR FOUND-CABINET-IDX > 0
               IF CB-CABINET-ID (CABINET-IDX) = LOOKUP-CABINET THEN
                   MOVE CABINET-IDX TO FOUND-CABINET-IDX
               END-IF
           END-PERFORM.

           IF FOUND-CABINET-IDX > 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF CABINET-COUNT >= 200 THEN
               DISPLAY "More than 200 cabinets; " LOOKUP-CABINET
                   " left off the report."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CABINET-COUNT.
           MOVE CABINET-COUNT TO FOUND-CABINET-IDX.
           MOVE LOOKUP-CABINET TO CB-CABINET-ID (CABINET-COUNT).
           MOVE 0 TO CB-REGISTERED (CABINET-COUNT).
           MOVE 0 TO CB-FED (CABINET-COUNT).
           MOVE 0 TO CB-CLOSED (CABINET-COUNT).
           MOVE 0 TO CB-POSTED (CABINET-COUNT).
           MOVE 0 TO CB-LISTED (CABINET-COUNT).
           MOVE SPACES TO CB-LEDGER-LINE (CABINET-COUNT).

       PRINT-CABINET-ROW.
           MOVE SPACES TO REGISTER-NOTE.
           IF CB-REGISTERED (CABINET-IDX) = 0 THEN
               MOVE "  NOT ON REGISTER" TO REGISTER-NOTE
               ADD 1 TO UNREGISTERED-COUNT
           END-IF.

           IF CB-FED (CABINET-IDX) = 0 THEN
               ADD 1 TO SILENT-COUNT
               DISPLAY CB-CABINET-ID (CABINET-IDX) "  NO FEED"
                   REGISTER-NOTE
               EXIT PARAGRAPH
           END-IF.

           IF CB-CLOSED (CABINET-IDX) = 0 THEN
               ADD 1 TO OPEN-COUNT
               DISPLAY CB-CABINET-ID (CABINET-IDX) "  STILL OPEN"
                   REGISTER-NOTE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CLOSED-COUNT.
           MOVE CB-LEDGER-LINE (CABINET-IDX) TO HELD-LEDGER.

           IF HL-COIN-COUNT NUMERIC THEN
               ADD HL-COIN-COUNT TO FLEET-COINS
           END-IF.
           IF HL-START-COUNT NUMERIC THEN
               ADD HL-START-COUNT TO FLEET-STARTS
           END-IF.
           IF HL-MATCH-COUNT NUMERIC THEN
               ADD HL-MATCH-COUNT TO FLEET-MATCHES
           END-IF.
           IF HL-SESSION-COUNT NUMERIC THEN
               ADD HL-SESSION-COUNT TO FLEET-SESSIONS
           END-IF.
      *> days closed before cash was stamped on each coin carry a
      *> blank value column.
           IF HL-CASH-VALUE NUMERIC THEN
               ADD HL-CASH-VALUE TO FLEET-CASH
           END-IF.
           IF HL-IMBALANCE-COUNT NUMERIC
           AND HL-IMBALANCE-COUNT > 0 THEN
               ADD 1 TO IMBALANCED-COUNT
           END-IF.

           DISPLAY CB-CABINET-ID (CABINET-IDX) "  CLOSED        "
               HL-CLOSED-TIME "   " HL-COIN-COUNT "  "
               HL-START-COUNT "   " HL-MATCH-COUNT "    "
               HL-SESSION-COUNT "   " HL-IMBALANCE-COUNT
               REGISTER-NOTE.

       PRINT-FLEET-TOTALS.
           DISPLAY " ".
           DISPLAY "--- fleet ---".
           MOVE CLOSED-COUNT TO COUNT-EDIT.
           DISPLAY "cabinets closed      " COUNT-EDIT.
           MOVE OPEN-COUNT TO COUNT-EDIT.
           DISPLAY "cabinets still open  " COUNT-EDIT.
           MOVE SILENT-COUNT TO COUNT-EDIT.
           DISPLAY "cabinets with no feed" COUNT-EDIT.
           IF UNREGISTERED-COUNT > 0 THEN
               MOVE UNREGISTERED-COUNT TO COUNT-EDIT
               DISPLAY "not on the register  " COUNT-EDIT
           END-IF.
           MOVE FLEET-COINS TO COUNT-EDIT.
           DISPLAY "cash coins           " COUNT-EDIT.
           COMPUTE MONEY-EDIT = FLEET-CASH / 100.
           DISPLAY "cash value      " MONEY-EDIT.
           MOVE FLEET-STARTS TO COUNT-EDIT.
           DISPLAY "match starts         " COUNT-EDIT.
           MOVE FLEET-MATCHES TO COUNT-EDIT.
           DISPLAY "matches audited      " COUNT-EDIT.
           MOVE FLEET-SESSIONS TO COUNT-EDIT.
           DISPLAY "sessions recorded    " COUNT-EDIT.

       PRINT-IMBALANCES.
           DISPLAY " ".

           IF IMBALANCED-COUNT = 0 THEN
               DISPLAY "No closed cabinet reported an imbalance."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "--- imbalances, worst first ---".

      *> pick the largest not yet listed until all are out; a
      *> fleet is a few dozen rows, not worth a sort file.
           PERFORM IMBALANCED-COUNT TIMES
               MOVE 0 TO WORST-IDX
               MOVE 0 TO WORST-COUNT
               PERFORM VARYING CABINET-IDX FROM 1 BY 1
                   UNTIL CABINET-IDX > CABINET-COUNT
                   IF CB-CLOSED (CABINET-IDX) = 1
                   AND CB-LISTED (CABINET-IDX) = 0
                       MOVE CB-LEDGER-LINE (CABINET-IDX)
                           TO HELD-LEDGER
                       IF HL-IMBALANCE-COUNT NUMERIC
                       AND HL-IMBALANCE-COUNT > WORST-COUNT
                           MOVE HL-IMBALANCE-COUNT TO WORST-COUNT
                           MOVE CABINET-IDX TO WORST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WORST-IDX > 0
                   MOVE 1 TO CB-LISTED (WORST-IDX)
                   DISPLAY CB-CABINET-ID (WORST-IDX) "  "
                       WORST-COUNT " hourly imbalance(s)"
               END-IF
           END-PERFORM.

       POST-FLEET-LEDGER.
      *> lines already posted for the day are marked first, so a
      *> rerun after a late feed adds only the new closes.
           OPEN INPUT FLEET-LEDGER-FILE.

           IF FLEET-LEDGER-STATUS = "00" THEN
               PERFORM UNTIL FLEET-LEDGER-STATUS NOT = "00"
                   READ FLEET-LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FL-DATE NUMERIC
                           AND FL-DATE = CLOSE-DATE
                               PERFORM MARK-POSTED-CABINET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLEET-LEDGER-FILE
           END-IF.

           IF CLOSED-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND FLEET-LEDGER-FILE.

           IF FLEET-LEDGER-STATUS = "05"
           OR FLEET-LEDGER-STATUS = "35" THEN
               OPEN OUTPUT FLEET-LEDGER-FILE
           END-IF.

           IF FLEET-LEDGER-STATUS NOT = "00" THEN
               DISPLAY "fleet_day_ledger.dat unwritable (status "
                   FLEET-LEDGER-STATUS "); closes not posted."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               IF CB-CLOSED (CABINET-IDX) = 1
               AND CB-POSTED (CABINET-IDX) = 0
                   MOVE SPACES TO FLEET-LEDGER-LINE
                   MOVE CB-CABINET-ID (CABINET-IDX) TO FL-CABINET
                   MOVE CB-LEDGER-LINE (CABINET-IDX)
                       TO FLEET-LEDGER-LINE (10:53)
                   WRITE FLEET-LEDGER-LINE
                   MOVE 1 TO CB-POSTED (CABINET-IDX)
                   ADD 1 TO POSTED-COUNT
               END-IF
           END-PERFORM.

           CLOSE FLEET-LEDGER-FILE.

           DISPLAY " ".
           DISPLAY POSTED-COUNT " close(s) posted to"
               " ./data/fleet_day_ledger.dat.".

       MARK-POSTED-CABINET.
           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               IF CB-CABINET-ID (CABINET-IDX) = FL-CABINET THEN
                   MOVE 1 TO CB-POSTED (CABINET-IDX)
               END-IF
           END-PERFORM.
