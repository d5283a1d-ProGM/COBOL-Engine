      *          the clock is read on every call. The rule id handed
      *          back is the matching row's ordinal, so the coin
      *          ledger can say which window priced each coin.
      *          The caller also passes what the signed-in player's
      *          membership gives (tier 0 for a walk-up or a lapsed
      *          member): a current member plays free while their
      *          tier's free starts for the day last, and otherwise
      *          gets the better of the window's coin rate and the
      *          tier's. A price set by membership carries rule 90
      *          plus the tier number. A free-play window stays free
      *          for everybody.
      *          A cabinet head office has put in a pricing
      *          experiment (./data/experiments.dat, pushed by the
      *          central config pull) prices from the test group's
      *          pricing_test.dat or the control group's
      *          pricing_control.dat on the days the test runs,
      *          falling back to its own pricing.dat when that file
      *          isn't there. The choice is made again each new day.
      *          A date on the public holiday calendar (./data/
      *          holidays.dat) is priced by its own P rows when it
      *          has any -- ahead of any experiment -- and otherwise
      *          as the weekday its T row treats it as. A window
      *          from the holiday's own rows carries rule 80 plus its
      *          row (up to nine of them), so it is never mistaken
      *          for a pricing.dat window of the same ordinal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-FILE ASSIGN TO PRICING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICING-FILE-STATUS.
           SELECT EXPERIMENT-FILE ASSIGN TO "./data/experiments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPERIMENT-FILE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "./data/game.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "./data/holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PR-SEP-4   PIC X(1).
           05 PR-FREE    PIC 9(1).

       FD  EXPERIMENT-FILE.
       01  EXPERIMENT-RECORD.
           COPY EXPERREC.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD.
           COPY GAMECFG.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           COPY HOLIDAY.

       WORKING-STORAGE SECTION.
       01  PRICING-FILE-STATUS PIC X(2).
       01  EXPERIMENT-FILE-STATUS PIC X(2).
       01  CONFIG-FILE-STATUS PIC X(2).
       01  HOLIDAY-FILE-STATUS PIC X(2).
       01  PRICING-FILE-PATH PIC X(40) VALUE "./data/pricing.dat".
       01  PRICING-LOADED-DAY PIC 9(8) VALUE 0.
       01  TODAY-YMD PIC 9(8) VALUE 0.
      *> the experiment rows are keyed by the cabinet id game.cfg
      *> gives this machine.
       01  LOCAL-CABINET-ID PIC X(8) VALUE SPACES.
       01  EXPERIMENT-GROUP PIC X(1) VALUE SPACE.

       01  PRICING-LOADED-FLAG PIC 9(1) VALUE 0.
       01  PRICING-TABLE.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.
       01  NOW-HHMM PIC 9(4) VALUE 0.

      *> today on the holiday calendar: the weekday it is priced as
      *> (0 for none), or -- when it has prices of its own -- its
      *> P rows loaded as the table under day 8, which no weekday
      *> matches. A holiday window is reported as rule 80 + its row
      *> so the ledger never books it to a pricing.dat window; that
      *> keeps a holiday to nine windows, below the 91-99 members.
       01  HOLIDAY-TREAT-AS PIC 9(1) VALUE 0.
       01  HOLIDAY-PRICES-FLAG PIC 9(1) VALUE 0.
       01  HOLIDAY-PRICE-DAY PIC 9(1) VALUE 8.
       01  HOLIDAY-RULE-BASE PIC 9(2) VALUE 80.
       01  HOLIDAY-ROW-LIMIT PIC 9(2) VALUE 9.

       LINKAGE SECTION.
       01  PRICE-CREDITS PIC 9(2).
       01  PRICE-FREE-FLAG PIC 9(1).
       01  PRICE-RULE-ID PIC 9(2).
       01  PRICE-UNTIL PIC 9(4).
       01  PRICE-MEMBER-TIER PIC 9(1).
       01  PRICE-MEMBER-CREDITS PIC 9(2).
       01  PRICE-MEMBER-FREE-LEFT PIC 9(2).

       PROCEDURE DIVISION USING
           PRICE-CREDITS PRICE-FREE-FLAG PRICE-RULE-ID PRICE-UNTIL
           PRICE-MEMBER-TIER PRICE-MEMBER-CREDITS
           PRICE-MEMBER-FREE-LEFT.
       CHECK-PRICING-LOGIC.
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

      *> an experiment starts and ends on a day boundary.
           IF PRICING-LOADED-FLAG = 0
           OR TODAY-YMD NOT = PRICING-LOADED-DAY THEN
               PERFORM LOAD-PRICING
           END-IF.

           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE NOW-HHMM = NOW-TIME-RAW / 10000.

           IF HOLIDAY-PRICES-FLAG = 1 THEN
               MOVE HOLIDAY-PRICE-DAY TO TODAY-WEEKDAY
           ELSE
               IF HOLIDAY-TREAT-AS NOT = 0 THEN
                   MOVE HOLIDAY-TREAT-AS TO TODAY-WEEKDAY
               END-IF
           END-IF.

           PERFORM VARYING PRICING-IDX FROM 1 BY 1
               UNTIL PRICING-IDX > PRICING-COUNT
               OR PRICE-RULE-ID NOT = 0
                   MOVE PT-CREDITS (PRICING-IDX) TO PRICE-CREDITS
                   MOVE PT-FREE (PRICING-IDX) TO PRICE-FREE-FLAG
                   MOVE PT-END (PRICING-IDX) TO PRICE-UNTIL
                   IF HOLIDAY-PRICES-FLAG = 1 THEN
                       COMPUTE PRICE-RULE-ID =
                           HOLIDAY-RULE-BASE + PRICING-IDX
                   END-IF
               END-IF
           END-PERFORM.

               MOVE 1 TO PRICE-CREDITS
           END-IF.

           PERFORM APPLY-MEMBER-PRICING.

           EXIT PROGRAM.

       APPLY-MEMBER-PRICING.
           IF PRICE-MEMBER-TIER = 0 OR PRICE-FREE-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           IF PRICE-MEMBER-FREE-LEFT > 0 THEN
               MOVE 1 TO PRICE-FREE-FLAG
               COMPUTE PRICE-RULE-ID = 90 + PRICE-MEMBER-TIER
               MOVE 0 TO PRICE-UNTIL
               EXIT PARAGRAPH
           END-IF.

           IF PRICE-MEMBER-CREDITS > PRICE-CREDITS THEN
               MOVE PRICE-MEMBER-CREDITS TO PRICE-CREDITS
               COMPUTE PRICE-RULE-ID = 90 + PRICE-MEMBER-TIER
               MOVE 0 TO PRICE-UNTIL
           END-IF.

       LOAD-PRICING.
           MOVE 1 TO PRICING-LOADED-FLAG.
           MOVE TODAY-YMD TO PRICING-LOADED-DAY.
           MOVE 0 TO PRICING-COUNT.

           PERFORM LOAD-TODAYS-HOLIDAY.

           IF HOLIDAY-PRICES-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM PICK-PRICING-FILE.

           OPEN INPUT PRICING-FILE.

      *> a group whose file never arrived keeps the house prices.
           IF PRICING-FILE-STATUS NOT = "00"
           AND PRICING-FILE-PATH NOT = "./data/pricing.dat" THEN
               MOVE "./data/pricing.dat" TO PRICING-FILE-PATH
               OPEN INPUT PRICING-FILE
           END-IF.

           IF PRICING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           END-PERFORM.

           CLOSE PRICING-FILE.

       LOAD-TODAYS-HOLIDAY.
           MOVE 0 TO HOLIDAY-TREAT-AS.
           MOVE 0 TO HOLIDAY-PRICES-FLAG.

           OPEN INPUT HOLIDAY-FILE.

           IF HOLIDAY-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL HOLIDAY-FILE-STATUS NOT = "00"
               READ HOLIDAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HD-DATE NUMERIC
                       AND HD-DATE = TODAY-YMD THEN
                           PERFORM TAKE-HOLIDAY-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLIDAY-FILE.

       TAKE-HOLIDAY-ROW.
           EVALUATE HD-KIND
               WHEN "T"
                   IF HD-TREAT-AS NUMERIC
                   AND HD-TREAT-AS >= 1 AND HD-TREAT-AS <= 7 THEN
                       MOVE HD-TREAT-AS TO HOLIDAY-TREAT-AS
                   END-IF
               WHEN "P"
                   IF HD-START NUMERIC AND HD-END NUMERIC
                   AND HD-CREDITS NUMERIC AND HD-FREE NUMERIC
                   AND PRICING-COUNT < HOLIDAY-ROW-LIMIT THEN
                       MOVE 1 TO HOLIDAY-PRICES-FLAG
                       ADD 1 TO PRICING-COUNT
                       MOVE HOLIDAY-PRICE-DAY
                           TO PT-WEEKDAY (PRICING-COUNT)
                       MOVE HD-START TO PT-START (PRICING-COUNT)
                       MOVE HD-END TO PT-END (PRICING-COUNT)
                       MOVE HD-CREDITS TO PT-CREDITS (PRICING-COUNT)
                       MOVE HD-FREE TO PT-FREE (PRICING-COUNT)
                   END-IF
           END-EVALUATE.

       PICK-PRICING-FILE.
           MOVE "./data/pricing.dat" TO PRICING-FILE-PATH.
           MOVE SPACE TO EXPERIMENT-GROUP.

           IF LOCAL-CABINET-ID = SPACES THEN
               PERFORM READ-LOCAL-CABINET-ID
           END-IF.

           OPEN INPUT EXPERIMENT-FILE.

           IF EXPERIMENT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

      *> the first row for this cabinet whose test covers today.
           PERFORM UNTIL EXPERIMENT-FILE-STATUS NOT = "00"
           OR EXPERIMENT-GROUP NOT = SPACE
               READ EXPERIMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EX-CABINET-ID = LOCAL-CABINET-ID
                       AND EX-CODE (1:1) NOT = "#"
                       AND EX-FROM-DATE NUMERIC
                       AND EX-TO-DATE NUMERIC
                       AND TODAY-YMD >= EX-FROM-DATE
                       AND TODAY-YMD <= EX-TO-DATE
                       AND (EX-GROUP = "T" OR EX-GROUP = "C") THEN
                           MOVE EX-GROUP TO EXPERIMENT-GROUP
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPERIMENT-FILE.

           EVALUATE EXPERIMENT-GROUP
               WHEN "T"
                   MOVE "./data/pricing_test.dat" TO PRICING-FILE-PATH
               WHEN "C"
                   MOVE "./data/pricing_control.dat"
                       TO PRICING-FILE-PATH
           END-EVALUATE.

       READ-LOCAL-CABINET-ID.
           MOVE "CAB00001" TO LOCAL-CABINET-ID.

           OPEN INPUT CONFIG-FILE.

           IF CONFIG-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ CONFIG-FILE.

      *> step over the format-version header a current file leads
      *> with.
           IF CONFIG-FILE-STATUS = "00"
           AND CONFIG-RECORD (1:2) = "#V" THEN
               READ CONFIG-FILE
               END-READ
           END-IF.

           IF CONFIG-FILE-STATUS = "00"
           AND CFG-CABINET-ID NOT = SPACES THEN
               MOVE CFG-CABINET-ID TO LOCAL-CABINET-ID
           END-IF.

           CLOSE CONFIG-FILE.
