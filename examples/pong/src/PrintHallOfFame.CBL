      *          champion line, and a career summary -- seasons
      *          played, championships, best score -- for everyone
      *          who shows up in more than one season. The daily
      *          digest covers today; this covers the years. PONG
      *          and Breakout each get their own hall -- a win count
      *          and a points total never share a ranking. The hall
      *          goes up on the wall, so a player who asked the
      *          counter not to be shown publicly appears as "***".
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.

       DATA DIVISION.
           05 AR-CABINET  PIC X(8).
           05 AR-SEP-3    PIC X(1).
           05 AR-SEASON   PIC X(6).
           05 AR-SEP-4    PIC X(1).
           05 AR-GAME-KIND PIC X(1).

       FD  HISCORE-FILE.
       01  HISCORE-RECORD.
       01  FEED-INITIALS PIC X(3) VALUE SPACES.
       01  FEED-SCORE PIC 9(5) VALUE 0.
       01  FEED-SEASON PIC X(6) VALUE SPACES.
       01  FEED-GAME-KIND PIC X(1) VALUE "P".

      *> the hall being printed: P for PONG, B for Breakout. Archives
      *> from before the game column hold PONG postings only.
       01  REPORT-GAME-KIND PIC X(1) VALUE "P".

       01  TOP-TABLE.
           05 TOP-ENTRY OCCURS 10 TIMES.
       01  CAREER-FOUND PIC 9(2) VALUE 0.
       01  PLAYERS-DROPPED PIC 9(3) VALUE 0.

      *> names are judged by initials alone -- the boards and their
      *> archives carry no player key.
       01  MASK-ACTION PIC X(1) VALUE "Q".
       01  NO-PLAYER-KEY PIC X(8) VALUE SPACES.
       01  NAME-TO-SHOW PIC X(3) VALUE SPACES.
       01  SHOWN-NAME PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-HALL-OF-FAME.
           DISPLAY "##### PONG HALL OF FAME #####".
           MOVE "P" TO REPORT-GAME-KIND.
           PERFORM PRINT-ONE-HALL.

           DISPLAY "##### BREAKOUT HALL OF FAME #####".
           MOVE "B" TO REPORT-GAME-KIND.
           PERFORM PRINT-ONE-HALL.

           STOP RUN.

       PRINT-ONE-HALL.
           PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 10
               MOVE SPACES TO TOP-INITIALS (TOP-IDX)
               MOVE 0 TO TOP-SCORE (TOP-IDX)
               MOVE SPACES TO TOP-SEASON (TOP-IDX)
           END-PERFORM.
           MOVE 0 TO CAREER-COUNT.
           MOVE 0 TO PLAYERS-DROPPED.

           PERFORM VARYING SCAN-YEAR FROM 2024 BY 1
               UNTIL SCAN-YEAR > 2030
               PERFORM VARYING SCAN-QUARTER FROM 1 BY 1
           DISPLAY "=== ALL-TIME TOP TEN ===".
           PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 10
               IF TOP-INITIALS (TOP-IDX) NOT = SPACES
                   MOVE TOP-INITIALS (TOP-IDX) TO NAME-TO-SHOW
                   PERFORM MASK-PUBLIC-NAME
                   DISPLAY TOP-IDX ". " SHOWN-NAME
                       "  " TOP-SCORE (TOP-IDX)
                       "  (" TOP-SEASON (TOP-IDX) ")"
               END-IF
           PERFORM VARYING CAREER-IDX FROM 1 BY 1
               UNTIL CAREER-IDX > CAREER-COUNT
               IF CR-SEASONS (CAREER-IDX) > 1
                   MOVE CR-INITIALS (CAREER-IDX) TO NAME-TO-SHOW
                   PERFORM MASK-PUBLIC-NAME
                   DISPLAY SHOWN-NAME
                       "  seasons " CR-SEASONS (CAREER-IDX)
                       "  titles " CR-TITLES (CAREER-IDX)
                       "  best " CR-BEST (CAREER-IDX)
                   " the 60-name career table went uncounted."
           END-IF.

       SCAN-ONE-SEASON.
           MOVE SPACES TO ARCHIVE-FILE-PATH.
           STRING "./data/hiscore_" SCAN-SEASON-ID ".dat"
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AR-GAME-KIND = "B"
                           MOVE "B" TO FEED-GAME-KIND
                       ELSE
                           MOVE "P" TO FEED-GAME-KIND
                       END-IF
                       IF AR-SCORE NUMERIC
                       AND AR-INITIALS NOT = SPACES
                       AND FEED-GAME-KIND = REPORT-GAME-KIND
                           MOVE AR-INITIALS TO FEED-INITIALS
                           MOVE AR-SCORE TO FEED-SCORE
                           MOVE SCAN-SEASON-ID TO FEED-SEASON
                   NOT AT END
                       IF HS-SCORE NUMERIC
                       AND HS-INITIALS NOT = SPACES
                       AND HS-GAME-KIND = REPORT-GAME-KIND
                           MOVE HS-INITIALS TO FEED-INITIALS
                           MOVE HS-SCORE TO FEED-SCORE
                           MOVE HS-SEASON TO FEED-SEASON
      *> the live board's leader is this season's champion so far,
      *> worth saying even before CloseSeason crowns it for good.
           IF SEASON-BEST-INITIALS NOT = SPACES THEN
               MOVE SEASON-BEST-INITIALS TO NAME-TO-SHOW
               PERFORM MASK-PUBLIC-NAME
               DISPLAY "season " FEED-SEASON " (live) leader  "
                   SHOWN-NAME " with "
                   SEASON-BEST-SCORE
           END-IF.

               EXIT PARAGRAPH
           END-IF.

           MOVE SEASON-BEST-INITIALS TO NAME-TO-SHOW.
           PERFORM MASK-PUBLIC-NAME.
           DISPLAY "season " SCAN-SEASON-ID " champion  "
               SHOWN-NAME " with " SEASON-BEST-SCORE.

      *> the championship goes on the career sheet.
           MOVE 0 TO CAREER-FOUND.
           IF FEED-SCORE > CR-BEST (CAREER-FOUND) THEN
               MOVE FEED-SCORE TO CR-BEST (CAREER-FOUND)
           END-IF.

       MASK-PUBLIC-NAME.
           CALL "MaskPublicName" USING
               BY REFERENCE MASK-ACTION
               BY REFERENCE NO-PLAYER-KEY
               BY REFERENCE NAME-TO-SHOW
               BY REFERENCE SHOWN-NAME
           END-CALL.
