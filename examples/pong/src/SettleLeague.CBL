      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office inter-venue league settlement. Reads the
      *          league file (./data/league.dat: teams, rosters and
      *          the dated home-and-away fixtures) and, for every
      *          fixture night before the run date (today, or the
      *          date on the command line), the league matches the
      *          cabinets tagged that night -- each cabinet sends its
      *          whole league-results file every night, so the night
      *          itself and the two after it are read and each match
      *          counted once. A match counts when it was played at
      *          the home team's venue (the cabinet's site code in
      *          ./data/locations.dat), between the two rosters, and
      *          was not voided. A fixture goes to the side that won
      *          more of its matches: 3 points a win, 1 a draw. The
      *          fixture list, the standings table (points, then
      *          match difference, then matches won) and the player
      *          scoring chart are printed, and the table's top four
      *          and leading player replace the league lines of
      *          ./data/announce.dat, staged for the config push that
      *          carries them to every cabinet's ticker until the
      *          next fixture night.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SettleLeague.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAGUE-FILE ASSIGN TO "./data/league.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAGUE-FILE-STATUS.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT FLEET-RESULT-FILE ASSIGN TO FLEET-RESULT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-RESULT-STATUS.
           SELECT FLEET-VOID-FILE ASSIGN TO FLEET-VOID-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-VOID-STATUS.
           SELECT ANNOUNCE-FILE ASSIGN TO "./data/announce.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANNOUNCE-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO "./data/announce.dat.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAGUE-FILE.
       01  LEAGUE-RECORD.
           COPY LEAGUEREC.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  FLEET-RESULT-FILE.
      *> the consolidated line is the cabinet prefix plus the
      *> results line's own columns.
       01  FLEET-RESULT-LINE.
           05 FR-CABINET PIC X(8).
           05 FR-SEP     PIC X(1).
           COPY LEAGRES.

       FD  FLEET-VOID-FILE.
       01  FLEET-VOID-LINE.
           05 FV-CABINET PIC X(8).
           05 FV-SEP     PIC X(1).
           COPY VOIDREC.

       FD  ANNOUNCE-FILE.
       01  ANNOUNCE-RECORD.
           05 AF-START PIC X(8).
           05 AF-SEP-1 PIC X(1).
           05 AF-END   PIC X(8).
           05 AF-SEP-2 PIC X(1).
           05 AF-TEXT  PIC X(60).
       01  ANNOUNCE-LINE PIC X(120).

       FD  STAGE-FILE.
       01  STAGE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  LEAGUE-FILE-STATUS PIC X(2).
       01  LOCATION-FILE-STATUS PIC X(2).
       01  FLEET-RESULT-STATUS PIC X(2).
       01  FLEET-VOID-STATUS PIC X(2).
       01  ANNOUNCE-FILE-STATUS PIC X(2).
       01  STAGE-FILE-STATUS PIC X(2).
       01  FLEET-RESULT-PATH PIC X(60) VALUE SPACES.
       01  FLEET-VOID-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DATE-ARGUMENT PIC X(8) VALUE SPACES.
       01  DATE-ARGUMENT-NUM REDEFINES DATE-ARGUMENT PIC 9(8).

       01  RUN-DATE PIC 9(8) VALUE 0.
       01  RUN-NUMBER PIC 9(7) VALUE 0.
       01  FIXTURE-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-LAST-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-DATE PIC 9(8) VALUE 0.
       01  FIRST-FIXTURE-DATE PIC 9(8) VALUE 0.
       01  FIRST-FIXTURE-NUMBER PIC 9(7) VALUE 0.
       01  NEXT-FIXTURE-DATE PIC 9(8) VALUE 0.
       01  TICKER-END-NUMBER PIC 9(7) VALUE 0.
       01  TICKER-END-DATE PIC 9(8) VALUE 0.

       01  LEAGUE-NAME PIC X(30) VALUE SPACES.

       01  TEAM-TABLE.
           05 TEAM-ENTRY OCCURS 40 TIMES.
               10 TT-TEAM-CODE     PIC X(4).
               10 TT-SITE-CODE     PIC X(6).
               10 TT-TEAM-NAME     PIC X(20).
               10 TT-PLAYER OCCURS 8 TIMES PIC X(3).
               10 TT-PLAYED        PIC 9(3).
               10 TT-WON           PIC 9(3).
               10 TT-DRAWN         PIC 9(3).
               10 TT-LOST          PIC 9(3).
               10 TT-FRAMES-FOR    PIC 9(4).
               10 TT-FRAMES-AGAINST PIC 9(4).
               10 TT-POINTS        PIC 9(4).
               10 TT-PLACED        PIC 9(1).
       01  TEAM-COUNT PIC 9(2) VALUE 0.
       01  TEAM-IDX PIC 9(2) VALUE 0.
       01  SLOT-IDX PIC 9(1) VALUE 0.
       01  HOME-IDX PIC 9(2) VALUE 0.
       01  AWAY-IDX PIC 9(2) VALUE 0.
       01  SEEK-TEAM-CODE PIC X(4) VALUE SPACES.
       01  FOUND-TEAM-IDX PIC 9(2) VALUE 0.

       01  FIXTURE-TABLE.
           05 FIXTURE-ENTRY OCCURS 200 TIMES.
               10 FX-DATE        PIC 9(8).
               10 FX-HOME-TEAM   PIC X(4).
               10 FX-AWAY-TEAM   PIC X(4).
               10 FX-HOME-FRAMES PIC 9(3).
               10 FX-AWAY-FRAMES PIC 9(3).
               10 FX-STATE       PIC X(10).
       01  FIXTURE-COUNT PIC 9(3) VALUE 0.
       01  FIXTURE-IDX PIC 9(3) VALUE 0.

      *> the standings in rank order, for the print and the ticker.
       01  RANK-TABLE.
           05 RANK-TEAM-IDX OCCURS 40 TIMES PIC 9(2).
       01  RANK-COUNT PIC 9(2) VALUE 0.
       01  RANK-IDX PIC 9(2) VALUE 0.
       01  BEST-IDX PIC 9(4) VALUE 0.
       01  BEST-DIFF PIC S9(4) VALUE 0.
       01  CANDIDATE-DIFF PIC S9(4) VALUE 0.

       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 320 TIMES.
               10 PS-INITIALS  PIC X(3).
               10 PS-TEAM-IDX  PIC 9(2).
               10 PS-PLAYED    PIC 9(3).
               10 PS-WON       PIC 9(3).
               10 PS-LOST      PIC 9(3).
               10 PS-GAMES     PIC 9(5).
               10 PS-PLACED    PIC 9(1).
       01  PLAYER-COUNT PIC 9(3) VALUE 0.
       01  PLAYER-IDX PIC 9(3) VALUE 0.
       01  FOUND-PLAYER-IDX PIC 9(3) VALUE 0.
       01  CREDIT-INITIALS PIC X(3) VALUE SPACES.
       01  CREDIT-TEAM-IDX PIC 9(2) VALUE 0.
       01  CREDIT-WON-FLAG PIC 9(1) VALUE 0.
       01  CREDIT-GAMES PIC 9(3) VALUE 0.
       01  CHART-RANK PIC 9(3) VALUE 0.
       01  TOP-PLAYER-IDX PIC 9(3) VALUE 0.

       01  LOCATION-TABLE.
           05 LOCATION-ENTRY OCCURS 200 TIMES.
               10 LT-CABINET-ID PIC X(8).
               10 LT-SITE-CODE  PIC X(6).
       01  LOCATION-COUNT PIC 9(3) VALUE 0.
       01  LOCATION-IDX PIC 9(3) VALUE 0.
       01  CABINET-SITE-CODE PIC X(6) VALUE SPACES.

       01  VOID-TABLE.
           05 VOID-ENTRY OCCURS 2000 TIMES.
               10 VT-CABINET-ID   PIC X(8).
               10 VT-MATCH-NUMBER PIC 9(8).
       01  VOID-COUNT PIC 9(4) VALUE 0.
       01  VOID-IDX PIC 9(4) VALUE 0.
       01  VOIDED-FLAG PIC 9(1) VALUE 0.

      *> the matches already counted for the fixture in hand; the
      *> same line comes in on every night after it was played.
       01  SEEN-TABLE.
           05 SEEN-ENTRY OCCURS 200 TIMES.
               10 SN-CABINET-ID   PIC X(8).
               10 SN-MATCH-NUMBER PIC 9(8).
       01  SEEN-COUNT PIC 9(3) VALUE 0.
       01  SEEN-IDX PIC 9(3) VALUE 0.
       01  SEEN-FLAG PIC 9(1) VALUE 0.

       01  SEEK-INITIALS PIC X(3) VALUE SPACES.
       01  SEEK-SIDE PIC X(1) VALUE SPACE.
       01  WINNER-SIDE PIC X(1) VALUE SPACE.

       01  MATCHES-COUNTED PIC 9(5) VALUE 0.
       01  MATCHES-VOIDED PIC 9(5) VALUE 0.
       01  MATCHES-OFF-VENUE PIC 9(5) VALUE 0.
       01  MATCHES-OFF-ROSTER PIC 9(5) VALUE 0.
       01  FIXTURES-SETTLED PIC 9(3) VALUE 0.

       01  REPORT-LINE PIC X(80) VALUE SPACES.
       01  DIFF-TEXT PIC ---9.

      *> the announcement file is held whole while its league
      *> lines are swapped for the new table.
       01  ANNOUNCE-TABLE.
           05 ANNOUNCE-KEPT OCCURS 200 TIMES PIC X(120).
       01  ANNOUNCE-COUNT PIC 9(3) VALUE 0.
       01  ANNOUNCE-IDX PIC 9(3) VALUE 0.
       01  TICKER-LINES-WRITTEN PIC 9(1) VALUE 0.
       01  TICKER-TEXT PIC X(60) VALUE SPACES.
       01  TICKER-POS-TEXT PIC 9(1) VALUE 0.
       01  TICKER-PLAYED-TEXT PIC Z9.
       01  TICKER-POINTS-TEXT PIC ZZ9.
       01  TICKER-WON-TEXT PIC ZZ9.

       PROCEDURE DIVISION.
       SETTLE-LEAGUE-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DATE-ARGUMENT
           END-UNSTRING.

           IF DATE-ARGUMENT = SPACES THEN
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF DATE-ARGUMENT-NUM NOT NUMERIC THEN
                   DISPLAY "Usage: SettleLeague [yyyymmdd]"
                   STOP RUN
               END-IF
               MOVE DATE-ARGUMENT-NUM TO RUN-DATE
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE RUN-DATE
               BY REFERENCE RUN-NUMBER
           END-CALL.

           PERFORM LOAD-LEAGUE.

           IF TEAM-COUNT = 0 OR FIXTURE-COUNT = 0 THEN
               DISPLAY "No teams or fixtures in ./data/league.dat;"
                   " nothing settled."
               STOP RUN
           END-IF.

           PERFORM LOAD-LOCATIONS.

      *> a void can come in nights after the match it cancels, so
      *> every night's voids from the first fixture on are gathered
      *> before any match counts.
           CALL "DateToDayNumber" USING
               BY REFERENCE FIRST-FIXTURE-DATE
               BY REFERENCE FIRST-FIXTURE-NUMBER
           END-CALL.
           PERFORM VARYING SCAN-NUMBER FROM FIRST-FIXTURE-NUMBER BY 1
               UNTIL SCAN-NUMBER > RUN-NUMBER
               PERFORM SCAN-NIGHT-VOIDS
           END-PERFORM.

           PERFORM VARYING FIXTURE-IDX FROM 1 BY 1
               UNTIL FIXTURE-IDX > FIXTURE-COUNT
               PERFORM SETTLE-ONE-FIXTURE
           END-PERFORM.

           DISPLAY "=== LEAGUE " LEAGUE-NAME " AS OF " RUN-DATE
               " ===".
           DISPLAY "fixtures settled        " FIXTURES-SETTLED.
           DISPLAY "league matches counted  " MATCHES-COUNTED.
           DISPLAY "voided                  " MATCHES-VOIDED.
           DISPLAY "played off the home venue " MATCHES-OFF-VENUE.
           DISPLAY "players off the rosters " MATCHES-OFF-ROSTER.

           PERFORM PRINT-FIXTURES.
           PERFORM RANK-TEAMS.
           PERFORM PRINT-STANDINGS.
           PERFORM PRINT-PLAYER-CHART.
           PERFORM UPDATE-TICKER.

           STOP RUN.

       LOAD-LEAGUE.
           OPEN INPUT LEAGUE-FILE.

           IF LEAGUE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LEAGUE-FILE-STATUS NOT = "00"
               READ LEAGUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE LG-LINE-TYPE
                           WHEN "N"
                               MOVE LG-LEAGUE-NAME TO LEAGUE-NAME
                           WHEN "T"
                               PERFORM TAKE-TEAM-LINE
                           WHEN "F"
                               PERFORM TAKE-FIXTURE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE LEAGUE-FILE.

       TAKE-TEAM-LINE.
           IF LG-TEAM-CODE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF TEAM-COUNT >= 40 THEN
               DISPLAY "More than 40 teams; " LG-TEAM-CODE
                   " left out."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TEAM-COUNT.
           MOVE LG-TEAM-CODE TO TT-TEAM-CODE (TEAM-COUNT).
           MOVE LG-SITE-CODE TO TT-SITE-CODE (TEAM-COUNT).
           MOVE LG-TEAM-NAME TO TT-TEAM-NAME (TEAM-COUNT).
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 8
               MOVE LG-ROSTER-INITIALS (SLOT-IDX)
                   TO TT-PLAYER (TEAM-COUNT, SLOT-IDX)
           END-PERFORM.
           MOVE 0 TO TT-PLAYED (TEAM-COUNT).
           MOVE 0 TO TT-WON (TEAM-COUNT).
           MOVE 0 TO TT-DRAWN (TEAM-COUNT).
           MOVE 0 TO TT-LOST (TEAM-COUNT).
           MOVE 0 TO TT-FRAMES-FOR (TEAM-COUNT).
           MOVE 0 TO TT-FRAMES-AGAINST (TEAM-COUNT).
           MOVE 0 TO TT-POINTS (TEAM-COUNT).
           MOVE 0 TO TT-PLACED (TEAM-COUNT).

       TAKE-FIXTURE-LINE.
           IF LG-FIXTURE-DATE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF FIXTURE-COUNT >= 200 THEN
               DISPLAY "More than 200 fixtures; " LG-FIXTURE-DATE
                   " " LG-HOME-TEAM " v " LG-AWAY-TEAM " left out."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO FIXTURE-COUNT.
           MOVE LG-FIXTURE-DATE TO FX-DATE (FIXTURE-COUNT).
           MOVE LG-HOME-TEAM TO FX-HOME-TEAM (FIXTURE-COUNT).
           MOVE LG-AWAY-TEAM TO FX-AWAY-TEAM (FIXTURE-COUNT).
           MOVE 0 TO FX-HOME-FRAMES (FIXTURE-COUNT).
           MOVE 0 TO FX-AWAY-FRAMES (FIXTURE-COUNT).
           MOVE "TO PLAY" TO FX-STATE (FIXTURE-COUNT).

           IF FIRST-FIXTURE-DATE = 0
           OR LG-FIXTURE-DATE < FIRST-FIXTURE-DATE THEN
               MOVE LG-FIXTURE-DATE TO FIRST-FIXTURE-DATE
           END-IF.

      *> the ticker's table stands until the next fixture night.
           IF LG-FIXTURE-DATE >= RUN-DATE THEN
               IF NEXT-FIXTURE-DATE = 0
               OR LG-FIXTURE-DATE < NEXT-FIXTURE-DATE THEN
                   MOVE LG-FIXTURE-DATE TO NEXT-FIXTURE-DATE
               END-IF
           END-IF.

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
                           MOVE LC-SITE-CODE
                               TO LT-SITE-CODE (LOCATION-COUNT)
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

       FIND-TEAM.
           MOVE 0 TO FOUND-TEAM-IDX.
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
               UNTIL TEAM-IDX > TEAM-COUNT OR FOUND-TEAM-IDX > 0
               IF TT-TEAM-CODE (TEAM-IDX) = SEEK-TEAM-CODE THEN
                   MOVE TEAM-IDX TO FOUND-TEAM-IDX
               END-IF
           END-PERFORM.

       SETTLE-ONE-FIXTURE.
      *> tonight's and later fixtures wait for their night.
           IF FX-DATE (FIXTURE-IDX) >= RUN-DATE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE FX-HOME-TEAM (FIXTURE-IDX) TO SEEK-TEAM-CODE.
           PERFORM FIND-TEAM.
           MOVE FOUND-TEAM-IDX TO HOME-IDX.
           MOVE FX-AWAY-TEAM (FIXTURE-IDX) TO SEEK-TEAM-CODE.
           PERFORM FIND-TEAM.
           MOVE FOUND-TEAM-IDX TO AWAY-IDX.

           IF HOME-IDX = 0 OR AWAY-IDX = 0 THEN
               MOVE "NO TEAM" TO FX-STATE (FIXTURE-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO SEEN-COUNT.

           CALL "DateToDayNumber" USING
               BY REFERENCE FX-DATE (FIXTURE-IDX)
               BY REFERENCE FIXTURE-NUMBER
           END-CALL.
           COMPUTE SCAN-LAST-NUMBER = FIXTURE-NUMBER + 2.
           IF SCAN-LAST-NUMBER > RUN-NUMBER THEN
               MOVE RUN-NUMBER TO SCAN-LAST-NUMBER
           END-IF.

           PERFORM VARYING SCAN-NUMBER FROM FIXTURE-NUMBER BY 1
               UNTIL SCAN-NUMBER > SCAN-LAST-NUMBER
               PERFORM SCAN-NIGHT-RESULTS
           END-PERFORM.

           IF FX-HOME-FRAMES (FIXTURE-IDX) = 0
           AND FX-AWAY-FRAMES (FIXTURE-IDX) = 0 THEN
               MOVE "NO RESULT" TO FX-STATE (FIXTURE-IDX)
               EXIT PARAGRAPH
           END-IF.

           MOVE "SETTLED" TO FX-STATE (FIXTURE-IDX).
           ADD 1 TO FIXTURES-SETTLED.

           ADD 1 TO TT-PLAYED (HOME-IDX).
           ADD 1 TO TT-PLAYED (AWAY-IDX).
           ADD FX-HOME-FRAMES (FIXTURE-IDX) TO TT-FRAMES-FOR (HOME-IDX).
           ADD FX-AWAY-FRAMES (FIXTURE-IDX)
               TO TT-FRAMES-AGAINST (HOME-IDX).
           ADD FX-AWAY-FRAMES (FIXTURE-IDX) TO TT-FRAMES-FOR (AWAY-IDX).
           ADD FX-HOME-FRAMES (FIXTURE-IDX)
               TO TT-FRAMES-AGAINST (AWAY-IDX).

           EVALUATE TRUE
               WHEN FX-HOME-FRAMES (FIXTURE-IDX)
                   > FX-AWAY-FRAMES (FIXTURE-IDX)
                   ADD 1 TO TT-WON (HOME-IDX)
                   ADD 3 TO TT-POINTS (HOME-IDX)
                   ADD 1 TO TT-LOST (AWAY-IDX)
               WHEN FX-HOME-FRAMES (FIXTURE-IDX)
                   < FX-AWAY-FRAMES (FIXTURE-IDX)
                   ADD 1 TO TT-WON (AWAY-IDX)
                   ADD 3 TO TT-POINTS (AWAY-IDX)
                   ADD 1 TO TT-LOST (HOME-IDX)
               WHEN OTHER
                   ADD 1 TO TT-DRAWN (HOME-IDX)
                   ADD 1 TO TT-POINTS (HOME-IDX)
                   ADD 1 TO TT-DRAWN (AWAY-IDX)
                   ADD 1 TO TT-POINTS (AWAY-IDX)
           END-EVALUATE.

       SCAN-NIGHT-RESULTS.
           CALL "DayNumberToDate" USING
               BY REFERENCE SCAN-NUMBER
               BY REFERENCE SCAN-DATE
           END-CALL.

           MOVE SPACES TO FLEET-RESULT-PATH.
           STRING "./data/collected_" SCAN-DATE
               "/fleet_league_results.dat"
               DELIMITED BY SIZE INTO FLEET-RESULT-PATH
           END-STRING.

           OPEN INPUT FLEET-RESULT-FILE.

           IF FLEET-RESULT-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FLEET-RESULT-STATUS NOT = "00"
               READ FLEET-RESULT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LM-DATE = FX-DATE (FIXTURE-IDX)
                       AND LM-HOME-TEAM = FX-HOME-TEAM (FIXTURE-IDX)
                       AND LM-AWAY-TEAM = FX-AWAY-TEAM (FIXTURE-IDX)
                       AND LM-MATCH-NUMBER NUMERIC
                       AND FR-CABINET NOT = SPACES THEN
                           PERFORM TAKE-LEAGUE-RESULT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FLEET-RESULT-FILE.

       TAKE-LEAGUE-RESULT.
           MOVE 0 TO SEEN-FLAG.
           PERFORM VARYING SEEN-IDX FROM 1 BY 1
               UNTIL SEEN-IDX > SEEN-COUNT OR SEEN-FLAG = 1
               IF SN-CABINET-ID (SEEN-IDX) = FR-CABINET
               AND SN-MATCH-NUMBER (SEEN-IDX) = LM-MATCH-NUMBER THEN
                   MOVE 1 TO SEEN-FLAG
               END-IF
           END-PERFORM.

           IF SEEN-FLAG = 1 OR SEEN-COUNT >= 200 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SEEN-COUNT.
           MOVE FR-CABINET TO SN-CABINET-ID (SEEN-COUNT).
           MOVE LM-MATCH-NUMBER TO SN-MATCH-NUMBER (SEEN-COUNT).

           MOVE 0 TO VOIDED-FLAG.
           PERFORM VARYING VOID-IDX FROM 1 BY 1
               UNTIL VOID-IDX > VOID-COUNT OR VOIDED-FLAG = 1
               IF VT-CABINET-ID (VOID-IDX) = FR-CABINET
               AND VT-MATCH-NUMBER (VOID-IDX) = LM-MATCH-NUMBER THEN
                   MOVE 1 TO VOIDED-FLAG
               END-IF
           END-PERFORM.

           IF VOIDED-FLAG = 1 THEN
               ADD 1 TO MATCHES-VOIDED
               EXIT PARAGRAPH
           END-IF.

      *> a home fixture is played on the home venue's cabinets.
           MOVE SPACES TO CABINET-SITE-CODE.
           PERFORM VARYING LOCATION-IDX FROM 1 BY 1
               UNTIL LOCATION-IDX > LOCATION-COUNT
               IF LT-CABINET-ID (LOCATION-IDX) = FR-CABINET THEN
                   MOVE LT-SITE-CODE (LOCATION-IDX)
                       TO CABINET-SITE-CODE
               END-IF
           END-PERFORM.

           IF CABINET-SITE-CODE NOT = TT-SITE-CODE (HOME-IDX) THEN
               ADD 1 TO MATCHES-OFF-VENUE
               DISPLAY "  " FX-DATE (FIXTURE-IDX) " "
                   FX-HOME-TEAM (FIXTURE-IDX) " v "
                   FX-AWAY-TEAM (FIXTURE-IDX) ": match "
                   LM-MATCH-NUMBER " on " FR-CABINET
                   " is not at the home venue; not counted."
               EXIT PARAGRAPH
           END-IF.

      *> the rosters decide which side won, in case head office
      *> has moved a player since the cabinet tagged the match.
           MOVE LM-WINNER TO SEEK-INITIALS.
           PERFORM FIND-ROSTER-SIDE.
           MOVE SEEK-SIDE TO WINNER-SIDE.
           MOVE LM-LOSER TO SEEK-INITIALS.
           PERFORM FIND-ROSTER-SIDE.

           IF NOT ((WINNER-SIDE = "H" AND SEEK-SIDE = "A")
           OR (WINNER-SIDE = "A" AND SEEK-SIDE = "H")) THEN
               ADD 1 TO MATCHES-OFF-ROSTER
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MATCHES-COUNTED.

           IF WINNER-SIDE = "H" THEN
               ADD 1 TO FX-HOME-FRAMES (FIXTURE-IDX)
               MOVE HOME-IDX TO CREDIT-TEAM-IDX
           ELSE
               ADD 1 TO FX-AWAY-FRAMES (FIXTURE-IDX)
               MOVE AWAY-IDX TO CREDIT-TEAM-IDX
           END-IF.

           MOVE LM-WINNER TO CREDIT-INITIALS.
           MOVE 1 TO CREDIT-WON-FLAG.
           MOVE LM-WINNER-GAMES TO CREDIT-GAMES.
           PERFORM CREDIT-PLAYER.

           IF WINNER-SIDE = "H" THEN
               MOVE AWAY-IDX TO CREDIT-TEAM-IDX
           ELSE
               MOVE HOME-IDX TO CREDIT-TEAM-IDX
           END-IF.

           MOVE LM-LOSER TO CREDIT-INITIALS.
           MOVE 0 TO CREDIT-WON-FLAG.
           MOVE LM-LOSER-GAMES TO CREDIT-GAMES.
           PERFORM CREDIT-PLAYER.

       FIND-ROSTER-SIDE.
           MOVE SPACE TO SEEK-SIDE.
           IF SEEK-INITIALS = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 8
               IF TT-PLAYER (HOME-IDX, SLOT-IDX) = SEEK-INITIALS THEN
                   MOVE "H" TO SEEK-SIDE
               END-IF
               IF TT-PLAYER (AWAY-IDX, SLOT-IDX) = SEEK-INITIALS THEN
                   MOVE "A" TO SEEK-SIDE
               END-IF
           END-PERFORM.

       CREDIT-PLAYER.
           MOVE 0 TO FOUND-PLAYER-IDX.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
               UNTIL PLAYER-IDX > PLAYER-COUNT
               OR FOUND-PLAYER-IDX > 0
               IF PS-INITIALS (PLAYER-IDX) = CREDIT-INITIALS
               AND PS-TEAM-IDX (PLAYER-IDX) = CREDIT-TEAM-IDX THEN
                   MOVE PLAYER-IDX TO FOUND-PLAYER-IDX
               END-IF
           END-PERFORM.

           IF FOUND-PLAYER-IDX = 0 THEN
               IF PLAYER-COUNT >= 320 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO FOUND-PLAYER-IDX
               MOVE CREDIT-INITIALS TO PS-INITIALS (FOUND-PLAYER-IDX)
               MOVE CREDIT-TEAM-IDX TO PS-TEAM-IDX (FOUND-PLAYER-IDX)
               MOVE 0 TO PS-PLAYED (FOUND-PLAYER-IDX)
               MOVE 0 TO PS-WON (FOUND-PLAYER-IDX)
               MOVE 0 TO PS-LOST (FOUND-PLAYER-IDX)
               MOVE 0 TO PS-GAMES (FOUND-PLAYER-IDX)
               MOVE 0 TO PS-PLACED (FOUND-PLAYER-IDX)
           END-IF.

           ADD 1 TO PS-PLAYED (FOUND-PLAYER-IDX).
           IF CREDIT-WON-FLAG = 1 THEN
               ADD 1 TO PS-WON (FOUND-PLAYER-IDX)
           ELSE
               ADD 1 TO PS-LOST (FOUND-PLAYER-IDX)
           END-IF.
           ADD CREDIT-GAMES TO PS-GAMES (FOUND-PLAYER-IDX).

       PRINT-FIXTURES.
           DISPLAY " ".
           DISPLAY "--- FIXTURES ---".
           PERFORM VARYING FIXTURE-IDX FROM 1 BY 1
               UNTIL FIXTURE-IDX > FIXTURE-COUNT
               IF FX-STATE (FIXTURE-IDX) = "SETTLED" THEN
                   DISPLAY FX-DATE (FIXTURE-IDX) "  "
                       FX-HOME-TEAM (FIXTURE-IDX) " "
                       FX-HOME-FRAMES (FIXTURE-IDX) " - "
                       FX-AWAY-FRAMES (FIXTURE-IDX) " "
                       FX-AWAY-TEAM (FIXTURE-IDX)
               ELSE
                   DISPLAY FX-DATE (FIXTURE-IDX) "  "
                       FX-HOME-TEAM (FIXTURE-IDX) " v "
                       FX-AWAY-TEAM (FIXTURE-IDX) "        "
                       FX-STATE (FIXTURE-IDX)
               END-IF
           END-PERFORM.

       RANK-TEAMS.
      *> pick the best not yet placed each pass: points, then
      *> match difference, then matches won.
           MOVE 0 TO RANK-COUNT.
           PERFORM TEAM-COUNT TIMES
               MOVE 0 TO BEST-IDX
               PERFORM VARYING TEAM-IDX FROM 1 BY 1
                   UNTIL TEAM-IDX > TEAM-COUNT
                   IF TT-PLACED (TEAM-IDX) = 0
                       PERFORM WEIGH-TEAM
                   END-IF
               END-PERFORM
               IF BEST-IDX > 0
                   MOVE 1 TO TT-PLACED (BEST-IDX)
                   ADD 1 TO RANK-COUNT
                   MOVE BEST-IDX TO RANK-TEAM-IDX (RANK-COUNT)
               END-IF
           END-PERFORM.

       WEIGH-TEAM.
           COMPUTE CANDIDATE-DIFF = TT-FRAMES-FOR (TEAM-IDX)
               - TT-FRAMES-AGAINST (TEAM-IDX).

           IF BEST-IDX = 0 THEN
               MOVE TEAM-IDX TO BEST-IDX
               MOVE CANDIDATE-DIFF TO BEST-DIFF
               EXIT PARAGRAPH
           END-IF.

           IF TT-POINTS (TEAM-IDX) > TT-POINTS (BEST-IDX)
           OR (TT-POINTS (TEAM-IDX) = TT-POINTS (BEST-IDX)
               AND CANDIDATE-DIFF > BEST-DIFF)
           OR (TT-POINTS (TEAM-IDX) = TT-POINTS (BEST-IDX)
               AND CANDIDATE-DIFF = BEST-DIFF
               AND TT-FRAMES-FOR (TEAM-IDX)
                   > TT-FRAMES-FOR (BEST-IDX)) THEN
               MOVE TEAM-IDX TO BEST-IDX
               MOVE CANDIDATE-DIFF TO BEST-DIFF
           END-IF.

       PRINT-STANDINGS.
           DISPLAY " ".
           DISPLAY "--- STANDINGS ---".
           DISPLAY "POS TEAM NAME                   P   W   D   L"
               "    F    A  DIFF  PTS".
           PERFORM VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > RANK-COUNT
               MOVE RANK-TEAM-IDX (RANK-IDX) TO TEAM-IDX
               COMPUTE CANDIDATE-DIFF = TT-FRAMES-FOR (TEAM-IDX)
                   - TT-FRAMES-AGAINST (TEAM-IDX)
               MOVE CANDIDATE-DIFF TO DIFF-TEXT
               DISPLAY " " RANK-IDX " " TT-TEAM-CODE (TEAM-IDX) " "
                   TT-TEAM-NAME (TEAM-IDX) " "
                   TT-PLAYED (TEAM-IDX) " " TT-WON (TEAM-IDX) " "
                   TT-DRAWN (TEAM-IDX) " " TT-LOST (TEAM-IDX) " "
                   TT-FRAMES-FOR (TEAM-IDX) " "
                   TT-FRAMES-AGAINST (TEAM-IDX) "  " DIFF-TEXT
                   " " TT-POINTS (TEAM-IDX)
           END-PERFORM.

       PRINT-PLAYER-CHART.
      *> matches won first, then the fewer played, then games won.
           DISPLAY " ".
           DISPLAY "--- PLAYER SCORING CHART ---".
           DISPLAY "POS INI TEAM   P   W   L  GAMES".

           IF PLAYER-COUNT = 0 THEN
               DISPLAY "no league matches counted yet."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO CHART-RANK.
           MOVE 0 TO TOP-PLAYER-IDX.
           PERFORM PLAYER-COUNT TIMES
               MOVE 0 TO BEST-IDX
               PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                   UNTIL PLAYER-IDX > PLAYER-COUNT
                   IF PS-PLACED (PLAYER-IDX) = 0
                       PERFORM WEIGH-PLAYER
                   END-IF
               END-PERFORM
               IF BEST-IDX > 0
                   MOVE 1 TO PS-PLACED (BEST-IDX)
                   ADD 1 TO CHART-RANK
                   IF CHART-RANK = 1
                       MOVE BEST-IDX TO TOP-PLAYER-IDX
                   END-IF
                   MOVE PS-TEAM-IDX (BEST-IDX) TO TEAM-IDX
                   DISPLAY CHART-RANK " " PS-INITIALS (BEST-IDX) " "
                       TT-TEAM-CODE (TEAM-IDX) " "
                       PS-PLAYED (BEST-IDX) " " PS-WON (BEST-IDX) " "
                       PS-LOST (BEST-IDX) " " PS-GAMES (BEST-IDX)
               END-IF
           END-PERFORM.

       WEIGH-PLAYER.
           IF BEST-IDX = 0 THEN
               MOVE PLAYER-IDX TO BEST-IDX
               EXIT PARAGRAPH
           END-IF.

           IF PS-WON (PLAYER-IDX) > PS-WON (BEST-IDX)
           OR (PS-WON (PLAYER-IDX) = PS-WON (BEST-IDX)
               AND PS-PLAYED (PLAYER-IDX) < PS-PLAYED (BEST-IDX))
           OR (PS-WON (PLAYER-IDX) = PS-WON (BEST-IDX)
               AND PS-PLAYED (PLAYER-IDX) = PS-PLAYED (BEST-IDX)
               AND PS-GAMES (PLAYER-IDX) > PS-GAMES (BEST-IDX)) THEN
               MOVE PLAYER-IDX TO BEST-IDX
           END-IF.

       UPDATE-TICKER.
      *> the league's lines stand from today until the next fixture
      *> night, or a week when the season has no more to play.
           IF NEXT-FIXTURE-DATE > 0 THEN
               MOVE NEXT-FIXTURE-DATE TO TICKER-END-DATE
           ELSE
               COMPUTE TICKER-END-NUMBER = RUN-NUMBER + 7
               CALL "DayNumberToDate" USING
                   BY REFERENCE TICKER-END-NUMBER
                   BY REFERENCE TICKER-END-DATE
               END-CALL
           END-IF.

      *> everything but the last table's lines is kept as it was.
           MOVE 0 TO ANNOUNCE-COUNT.
           OPEN INPUT ANNOUNCE-FILE.
           IF ANNOUNCE-FILE-STATUS = "00" THEN
               PERFORM UNTIL ANNOUNCE-FILE-STATUS NOT = "00"
                   READ ANNOUNCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF NOT (AF-START NUMERIC
                           AND AF-TEXT (1:7) = "LEAGUE ")
                           AND ANNOUNCE-COUNT < 200
                               ADD 1 TO ANNOUNCE-COUNT
                               MOVE ANNOUNCE-LINE
                                   TO ANNOUNCE-KEPT (ANNOUNCE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNOUNCE-FILE
           END-IF.

           OPEN OUTPUT STAGE-FILE.

           IF STAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "announce.dat.new unwritable (status "
                   STAGE-FILE-STATUS "); ticker left as it was."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ANNOUNCE-IDX FROM 1 BY 1
               UNTIL ANNOUNCE-IDX > ANNOUNCE-COUNT
               MOVE ANNOUNCE-KEPT (ANNOUNCE-IDX) TO STAGE-LINE
               WRITE STAGE-LINE
           END-PERFORM.

           MOVE 0 TO TICKER-LINES-WRITTEN.
           PERFORM VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > RANK-COUNT OR RANK-IDX > 4
               MOVE RANK-TEAM-IDX (RANK-IDX) TO TEAM-IDX
               MOVE RANK-IDX TO TICKER-POS-TEXT
               MOVE TT-PLAYED (TEAM-IDX) TO TICKER-PLAYED-TEXT
               MOVE TT-POINTS (TEAM-IDX) TO TICKER-POINTS-TEXT
               MOVE SPACES TO TICKER-TEXT
               STRING "LEAGUE " TICKER-POS-TEXT " "
                   TT-TEAM-NAME (TEAM-IDX) DELIMITED BY "  "
                   "  P" TICKER-PLAYED-TEXT
                   "  PTS" TICKER-POINTS-TEXT
                   DELIMITED BY SIZE INTO TICKER-TEXT
               END-STRING
               PERFORM WRITE-TICKER-LINE
           END-PERFORM.

           IF TOP-PLAYER-IDX > 0 THEN
               MOVE PS-TEAM-IDX (TOP-PLAYER-IDX) TO TEAM-IDX
               MOVE PS-WON (TOP-PLAYER-IDX) TO TICKER-WON-TEXT
               MOVE SPACES TO TICKER-TEXT
               STRING "LEAGUE TOP PLAYER " PS-INITIALS (TOP-PLAYER-IDX)
                   " (" DELIMITED BY SIZE
                   TT-TEAM-NAME (TEAM-IDX) DELIMITED BY "  "
                   ")" TICKER-WON-TEXT " WINS"
                   DELIMITED BY SIZE INTO TICKER-TEXT
               END-STRING
               PERFORM WRITE-TICKER-LINE
           END-IF.

           CLOSE STAGE-FILE.

           PERFORM PROMOTE-STAGED-ANNOUNCE.

           DISPLAY " ".
           DISPLAY TICKER-LINES-WRITTEN " league line(s) through "
               TICKER-END-DATE " written to ./data/announce.dat"
               " for the config push.".

       WRITE-TICKER-LINE.
           MOVE SPACES TO ANNOUNCE-RECORD.
           MOVE RUN-DATE TO AF-START.
           MOVE TICKER-END-DATE TO AF-END.
           MOVE TICKER-TEXT TO AF-TEXT.
           MOVE ANNOUNCE-LINE TO STAGE-LINE.
           WRITE STAGE-LINE.
           ADD 1 TO TICKER-LINES-WRITTEN.

       PROMOTE-STAGED-ANNOUNCE.
           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT ANNOUNCE-FILE.

           IF STAGE-FILE-STATUS = "00"
           AND ANNOUNCE-FILE-STATUS = "00" THEN
               PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STAGE-LINE TO ANNOUNCE-LINE
                           WRITE ANNOUNCE-LINE
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE ANNOUNCE-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.
