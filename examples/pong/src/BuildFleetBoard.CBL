      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office fleet leaderboard. For one season (the
      *          quarter id on the command line, e.g. 2026Q3, or the
      *          current quarter) it reads every night's collected
      *          hi-score journal -- each cabinet sends its whole
      *          season's journal every night -- keeps each player's
      *          best posting (a player being their initials on one
      *          cabinet, as on the house boards), drops postings from
      *          matches the cabinet has voided, and ranks the top 25
      *          per game, tagging each place with its cabinet and
      *          the site name from ./data/locations.dat, and marking
      *          a place set with assist mode on. The board is
      *          printed and written to ./data/fleet_board.dat, staged
      *          for the config push that carries it to every cabinet's
      *          attract loop.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuildFleetBoard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT FLEET-JOURNAL-FILE ASSIGN TO FLEET-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-JOURNAL-STATUS.
           SELECT FLEET-VOID-FILE ASSIGN TO FLEET-VOID-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-VOID-STATUS.
           SELECT BOARD-FILE ASSIGN TO "./data/fleet_board.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  FLEET-JOURNAL-FILE.
      *> the consolidated line is the cabinet prefix plus the
      *> journal line's own columns.
       01  FLEET-JOURNAL-LINE.
           05 FJ-CABINET PIC X(8).
           05 FJ-SEP     PIC X(1).
           COPY HISCJRNL.

       FD  FLEET-VOID-FILE.
       01  FLEET-VOID-LINE.
           05 FV-CABINET PIC X(8).
           05 FV-SEP     PIC X(1).
           COPY VOIDREC.

       FD  BOARD-FILE.
       01  BOARD-RECORD.
           COPY FLEETBRD.

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS PIC X(2).
       01  FLEET-JOURNAL-STATUS PIC X(2).
       01  FLEET-VOID-STATUS PIC X(2).
       01  BOARD-FILE-STATUS PIC X(2).
       01  FLEET-JOURNAL-PATH PIC X(60) VALUE SPACES.
       01  FLEET-VOID-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  SEASON-ARGUMENT PIC X(6) VALUE SPACES.
       01  SEASON-ARGUMENT-PARTS REDEFINES SEASON-ARGUMENT.
           05 SA-YEAR    PIC 9(4).
           05 SA-Q       PIC X(1).
           05 SA-QUARTER PIC 9(1).
       01  BOARD-SEASON PIC X(6) VALUE SPACES.
       01  SEASON-YEAR PIC 9(4) VALUE 0.
       01  SEASON-QUARTER PIC 9(1) VALUE 0.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-PARTS REDEFINES TODAY-YMD.
           05 TODAY-YEAR  PIC 9(4).
           05 TODAY-MONTH PIC 9(2).
           05 TODAY-DAY   PIC 9(2).
       01  TODAY-NUMBER PIC 9(7) VALUE 0.

       01  SEASON-START PIC 9(8) VALUE 0.
       01  SEASON-END PIC 9(8) VALUE 0.
       01  NEXT-SEASON-START PIC 9(8) VALUE 0.
       01  SEASON-START-NUMBER PIC 9(7) VALUE 0.
       01  NEXT-START-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-LAST-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-DATE PIC 9(8) VALUE 0.
       01  GRACE-NIGHTS PIC 9(2) VALUE 7.
       01  NIGHTS-FOUND PIC 9(3) VALUE 0.

       01  LOCATION-TABLE.
           05 LOCATION-ENTRY OCCURS 200 TIMES.
               10 LT-CABINET-ID PIC X(8).
               10 LT-SITE-NAME  PIC X(20).
       01  LOCATION-COUNT PIC 9(3) VALUE 0.
       01  LOCATION-IDX PIC 9(3) VALUE 0.

      *> the matches each cabinet has voided; their postings stay
      *> off the fleet board as they came off the house one.
       01  VOID-TABLE.
           05 VOID-ENTRY OCCURS 2000 TIMES.
               10 VT-CABINET-ID   PIC X(8).
               10 VT-MATCH-NUMBER PIC 9(8).
       01  VOID-COUNT PIC 9(4) VALUE 0.
       01  VOID-IDX PIC 9(4) VALUE 0.
       01  VOIDED-FLAG PIC 9(1) VALUE 0.

      *> each player's best posting of the season, per game.
       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 3000 TIMES.
               10 PL-INITIALS   PIC X(3).
               10 PL-CABINET-ID PIC X(8).
               10 PL-GAME-KIND  PIC X(1).
               10 PL-SCORE      PIC 9(5).
               10 PL-DATE       PIC 9(8).
               10 PL-RANKED     PIC 9(1).
               10 PL-ASSIST-FLAG PIC X(1).
       01  PLAYER-COUNT PIC 9(4) VALUE 0.
       01  PLAYER-IDX PIC 9(4) VALUE 0.
       01  FOUND-PLAYER-IDX PIC 9(4) VALUE 0.
       01  PLAYER-FULL-FLAG PIC 9(1) VALUE 0.

       01  POSTING-GAME-KIND PIC X(1) VALUE SPACE.
       01  POSTINGS-TAKEN PIC 9(7) VALUE 0.
       01  POSTINGS-VOIDED PIC 9(7) VALUE 0.

       01  GAME-KIND-LIST PIC X(2) VALUE "PB".
       01  GAME-KIND-TABLE REDEFINES GAME-KIND-LIST.
           05 GAME-KIND-CODE OCCURS 2 TIMES PIC X(1).
       01  GAME-IDX PIC 9(1) VALUE 0.
       01  BOARD-GAME-KIND PIC X(1) VALUE SPACE.
       01  BOARD-RANK PIC 9(2) VALUE 0.
       01  BOARD-ROWS-WRITTEN PIC 9(3) VALUE 0.
       01  BEST-IDX PIC 9(4) VALUE 0.
       01  LOOKUP-CABINET PIC X(8) VALUE SPACES.
       01  LOOKUP-SITE-NAME PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       BUILD-FLEET-BOARD-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO SEASON-ARGUMENT
           END-UNSTRING.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

      *> the season running now unless one is named; ids read the
      *> way CloseSeason stamps them, year then quarter.
           IF SA-YEAR NUMERIC AND SA-Q = "Q"
           AND SA-QUARTER NUMERIC
           AND SA-QUARTER >= 1 AND SA-QUARTER <= 4 THEN
               MOVE SA-YEAR TO SEASON-YEAR
               MOVE SA-QUARTER TO SEASON-QUARTER
           ELSE
               IF SEASON-ARGUMENT NOT = SPACES THEN
                   DISPLAY "Season " SEASON-ARGUMENT
                       " is not a YYYYQn season id."
                   STOP RUN
               END-IF
               MOVE TODAY-YEAR TO SEASON-YEAR
               COMPUTE SEASON-QUARTER = (TODAY-MONTH + 2) / 3
           END-IF.

           MOVE SPACES TO BOARD-SEASON.
           STRING SEASON-YEAR "Q" SEASON-QUARTER
               DELIMITED BY SIZE INTO BOARD-SEASON
           END-STRING.

           COMPUTE SEASON-START = SEASON-YEAR * 10000
               + ((SEASON-QUARTER - 1) * 3 + 1) * 100 + 1.
           IF SEASON-QUARTER = 4 THEN
               COMPUTE NEXT-SEASON-START =
                   (SEASON-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-SEASON-START = SEASON-START + 300
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE SEASON-START
               BY REFERENCE SEASON-START-NUMBER
           END-CALL.
           CALL "DateToDayNumber" USING
               BY REFERENCE NEXT-SEASON-START
               BY REFERENCE NEXT-START-NUMBER
           END-CALL.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.

           COMPUTE SCAN-LAST-NUMBER = NEXT-START-NUMBER - 1.
           CALL "DayNumberToDate" USING
               BY REFERENCE SCAN-LAST-NUMBER
               BY REFERENCE SEASON-END
           END-CALL.

      *> the season's last postings ride in on the nights after it
      *> ends; a season still running is read up to tonight.
           ADD GRACE-NIGHTS TO SCAN-LAST-NUMBER.
           IF SCAN-LAST-NUMBER > TODAY-NUMBER THEN
               MOVE TODAY-NUMBER TO SCAN-LAST-NUMBER
           END-IF.

           PERFORM LOAD-LOCATIONS.

      *> a void can come in nights after the posting it cancels, so
      *> every night's voids are gathered before any posting counts.
           PERFORM VARYING SCAN-NUMBER FROM SEASON-START-NUMBER BY 1
               UNTIL SCAN-NUMBER > SCAN-LAST-NUMBER
               PERFORM SCAN-NIGHT-VOIDS
           END-PERFORM.

           PERFORM VARYING SCAN-NUMBER FROM SEASON-START-NUMBER BY 1
               UNTIL SCAN-NUMBER > SCAN-LAST-NUMBER
               PERFORM SCAN-NIGHT-JOURNAL
           END-PERFORM.

           IF PLAYER-COUNT = 0 THEN
               DISPLAY "No postings for season " BOARD-SEASON
                   " in " NIGHTS-FOUND " collection night(s);"
                   " fleet board left as it was."
               STOP RUN
           END-IF.

           OPEN OUTPUT BOARD-FILE.

           IF BOARD-FILE-STATUS NOT = "00" THEN
               DISPLAY "fleet_board.dat unwritable (status "
                   BOARD-FILE-STATUS "); nothing staged."
               STOP RUN
           END-IF.

           DISPLAY "=== FLEET BOARD " BOARD-SEASON " ("
               SEASON-START " to " SEASON-END ") ===".
           DISPLAY "collection nights found " NIGHTS-FOUND.
           DISPLAY "postings taken          " POSTINGS-TAKEN.
           DISPLAY "postings voided         " POSTINGS-VOIDED.

           PERFORM VARYING GAME-IDX FROM 1 BY 1 UNTIL GAME-IDX > 2
               MOVE GAME-KIND-CODE (GAME-IDX) TO BOARD-GAME-KIND
               PERFORM RANK-ONE-GAME
           END-PERFORM.

           CLOSE BOARD-FILE.

           DISPLAY " ".
           DISPLAY BOARD-ROWS-WRITTEN " place(s) written to"
               " ./data/fleet_board.dat for the config push.".

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
                       IF LC-CABINET-ID (1:1) NOT = "#"
                       AND LC-CABINET-ID NOT = SPACES
                       AND LOCATION-COUNT < 200
                           ADD 1 TO LOCATION-COUNT
                           MOVE LC-CABINET-ID
                               TO LT-CABINET-ID (LOCATION-COUNT)
                           MOVE LC-SITE-NAME
                               TO LT-SITE-NAME (LOCATION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOCATION-FILE.

       SCAN-NIGHT-VOIDS.
           CALL "DayNumberToDate" USING
               BY REFERENCE SCAN-NUMBER
               BY REFERENCE SCAN-DATE
           END-CALL.

           MOVE SPACES TO FLEET-VOID-PATH.
           STRING "./data/collected_" SCAN-DATE
               "/fleet_voided_matches.dat"
               DELIMITED BY SIZE INTO FLEET-VOID-PATH
           END-STRING.

           OPEN INPUT FLEET-VOID-FILE.

           IF FLEET-VOID-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FLEET-VOID-STATUS NOT = "00"
               READ FLEET-VOID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FV-CABINET NOT = SPACES
                       AND VD-MATCH-NUMBER NUMERIC
                       AND VD-MATCH-NUMBER > 0
                           PERFORM TAKE-ONE-VOID
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FLEET-VOID-FILE.

       TAKE-ONE-VOID.
      *> the whole register comes every night; keep each void once.
           MOVE 0 TO VOIDED-FLAG.
           PERFORM VARYING VOID-IDX FROM 1 BY 1
               UNTIL VOID-IDX > VOID-COUNT OR VOIDED-FLAG = 1
               IF VT-CABINET-ID (VOID-IDX) = FV-CABINET
               AND VT-MATCH-NUMBER (VOID-IDX) = VD-MATCH-NUMBER THEN
                   MOVE 1 TO VOIDED-FLAG
               END-IF
           END-PERFORM.

           IF VOIDED-FLAG = 1 OR VOID-COUNT >= 2000 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO VOID-COUNT.
           MOVE FV-CABINET TO VT-CABINET-ID (VOID-COUNT).
           MOVE VD-MATCH-NUMBER TO VT-MATCH-NUMBER (VOID-COUNT).

       SCAN-NIGHT-JOURNAL.
           CALL "DayNumberToDate" USING
               BY REFERENCE SCAN-NUMBER
               BY REFERENCE SCAN-DATE
           END-CALL.

           MOVE SPACES TO FLEET-JOURNAL-PATH.
           STRING "./data/collected_" SCAN-DATE
               "/fleet_hiscore_journal.dat"
               DELIMITED BY SIZE INTO FLEET-JOURNAL-PATH
           END-STRING.

           OPEN INPUT FLEET-JOURNAL-FILE.

           IF FLEET-JOURNAL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO NIGHTS-FOUND.

           PERFORM UNTIL FLEET-JOURNAL-STATUS NOT = "00"
               READ FLEET-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-POSTING
               END-READ
           END-PERFORM.

           CLOSE FLEET-JOURNAL-FILE.

       TAKE-ONE-POSTING.
      *> lines in the journal's earlier four-digit shape predate
      *> the seasons the fleet board covers; they fail the score
      *> column and drop out here with the torn ones.
           IF FJ-CABINET = SPACES OR JR-INITIALS = SPACES
           OR JR-DATE NOT NUMERIC OR JR-SCORE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

      *> a cabinet that hasn't closed its season yet still sends
      *> the old season's lines; the posting date decides.
           IF JR-DATE < SEASON-START OR JR-DATE > SEASON-END
           OR JR-SCORE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF JR-MATCH-NUMBER NUMERIC AND JR-MATCH-NUMBER > 0 THEN
               MOVE 0 TO VOIDED-FLAG
               PERFORM VARYING VOID-IDX FROM 1 BY 1
                   UNTIL VOID-IDX > VOID-COUNT OR VOIDED-FLAG = 1
                   IF VT-CABINET-ID (VOID-IDX) = FJ-CABINET
                   AND VT-MATCH-NUMBER (VOID-IDX) = JR-MATCH-NUMBER
                       MOVE 1 TO VOIDED-FLAG
                   END-IF
               END-PERFORM
               IF VOIDED-FLAG = 1 THEN
                   ADD 1 TO POSTINGS-VOIDED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> lines from before the game column read back as a space;
      *> like the house boards, those are PONG's.
           IF JR-GAME-KIND = "B" THEN
               MOVE "B" TO POSTING-GAME-KIND
           ELSE
               MOVE "P" TO POSTING-GAME-KIND
           END-IF.

           ADD 1 TO POSTINGS-TAKEN.

           MOVE 0 TO FOUND-PLAYER-IDX.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
               UNTIL PLAYER-IDX > PLAYER-COUNT
               OR FOUND-PLAYER-IDX > 0
               IF PL-INITIALS (PLAYER-IDX) = JR-INITIALS
               AND PL-CABINET-ID (PLAYER-IDX) = FJ-CABINET
               AND PL-GAME-KIND (PLAYER-IDX) = POSTING-GAME-KIND THEN
                   MOVE PLAYER-IDX TO FOUND-PLAYER-IDX
               END-IF
           END-PERFORM.

           IF FOUND-PLAYER-IDX = 0 THEN
               IF PLAYER-COUNT >= 3000 THEN
                   IF PLAYER-FULL-FLAG = 0 THEN
                       DISPLAY "More than 3000 players this season;"
                           " later newcomers left off the board."
                       MOVE 1 TO PLAYER-FULL-FLAG
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PLAYER-COUNT
               MOVE JR-INITIALS TO PL-INITIALS (PLAYER-COUNT)
               MOVE FJ-CABINET TO PL-CABINET-ID (PLAYER-COUNT)
               MOVE POSTING-GAME-KIND TO PL-GAME-KIND (PLAYER-COUNT)
               MOVE JR-SCORE TO PL-SCORE (PLAYER-COUNT)
               MOVE JR-DATE TO PL-DATE (PLAYER-COUNT)
               MOVE 0 TO PL-RANKED (PLAYER-COUNT)
               MOVE JR-ASSIST-FLAG TO PL-ASSIST-FLAG (PLAYER-COUNT)
               EXIT PARAGRAPH
           END-IF.

      *> the same posting comes in again every night; only a
      *> better score, or the same one set earlier, moves it.
           IF JR-SCORE > PL-SCORE (FOUND-PLAYER-IDX)
           OR (JR-SCORE = PL-SCORE (FOUND-PLAYER-IDX)
               AND JR-DATE < PL-DATE (FOUND-PLAYER-IDX)) THEN
               MOVE JR-SCORE TO PL-SCORE (FOUND-PLAYER-IDX)
               MOVE JR-DATE TO PL-DATE (FOUND-PLAYER-IDX)
               MOVE JR-ASSIST-FLAG
                   TO PL-ASSIST-FLAG (FOUND-PLAYER-IDX)
           END-IF.

       RANK-ONE-GAME.
           DISPLAY " ".
           IF BOARD-GAME-KIND = "B" THEN
               DISPLAY "--- BREAKOUT ---"
           ELSE
               DISPLAY "--- PONG ---"
           END-IF.

      *> pick the best not yet placed, 25 times; a tie goes to the
      *> score set first.
           MOVE 0 TO BOARD-RANK.
           PERFORM 25 TIMES
               MOVE 0 TO BEST-IDX
               PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                   UNTIL PLAYER-IDX > PLAYER-COUNT
                   IF PL-GAME-KIND (PLAYER-IDX) = BOARD-GAME-KIND
                   AND PL-RANKED (PLAYER-IDX) = 0
                       IF BEST-IDX = 0
                           MOVE PLAYER-IDX TO BEST-IDX
                       ELSE
                           IF PL-SCORE (PLAYER-IDX)
                               > PL-SCORE (BEST-IDX)
                           OR (PL-SCORE (PLAYER-IDX)
                               = PL-SCORE (BEST-IDX)
                               AND PL-DATE (PLAYER-IDX)
                               < PL-DATE (BEST-IDX))
                               MOVE PLAYER-IDX TO BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF BEST-IDX > 0
                   MOVE 1 TO PL-RANKED (BEST-IDX)
                   ADD 1 TO BOARD-RANK
                   PERFORM WRITE-BOARD-PLACE
               END-IF
           END-PERFORM.

           IF BOARD-RANK = 0 THEN
               DISPLAY "no postings."
           END-IF.

       WRITE-BOARD-PLACE.
           MOVE PL-CABINET-ID (BEST-IDX) TO LOOKUP-CABINET.
           MOVE "(unlisted cabinet)" TO LOOKUP-SITE-NAME.
           PERFORM VARYING LOCATION-IDX FROM 1 BY 1
               UNTIL LOCATION-IDX > LOCATION-COUNT
               IF LT-CABINET-ID (LOCATION-IDX) = LOOKUP-CABINET THEN
                   MOVE LT-SITE-NAME (LOCATION-IDX)
                       TO LOOKUP-SITE-NAME
               END-IF
           END-PERFORM.

           MOVE SPACES TO BOARD-RECORD.
           MOVE BOARD-SEASON TO FB-SEASON.
           MOVE BOARD-GAME-KIND TO FB-GAME-KIND.
           MOVE BOARD-RANK TO FB-RANK.
           MOVE PL-INITIALS (BEST-IDX) TO FB-INITIALS.
           MOVE PL-SCORE (BEST-IDX) TO FB-SCORE.
           MOVE LOOKUP-CABINET TO FB-CABINET-ID.
           MOVE LOOKUP-SITE-NAME TO FB-SITE-NAME.
           MOVE PL-DATE (BEST-IDX) TO FB-DATE.
           IF PL-ASSIST-FLAG (BEST-IDX) = "A" THEN
               MOVE "A" TO FB-ASSIST-FLAG
           END-IF.
           WRITE BOARD-RECORD.

           ADD 1 TO BOARD-ROWS-WRITTEN.

           IF FB-ASSIST-FLAG = "A" THEN
               DISPLAY FB-RANK "  " FB-INITIALS "  " FB-SCORE "  "
                   FB-CABINET-ID "  " FB-SITE-NAME "  " FB-DATE
                   "  (ASSISTED)"
           ELSE
               DISPLAY FB-RANK "  " FB-INITIALS "  " FB-SCORE "  "
                   FB-CABINET-ID "  " FB-SITE-NAME "  " FB-DATE
           END-IF.
