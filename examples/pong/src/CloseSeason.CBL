      * Purpose: Quarterly season close-out. Archives the live
      *          leaderboard and its posting journal to files named
      *          for the season that just ended, prints the season
      *          champion report (one champion per game board),
      *          resets the live board and journal,
      *          and stamps the new season id derived from today's
      *          date -- replacing the hand-deletion of hiscore.dat
      *          we've been doing between prize seasons.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/hiscore_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  SEASON-RECORD.
           05 SEASON-ID PIC X(6).

      *> wide enough for a whole journal line, match column and all.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01  HISCORE-FILE-STATUS PIC X(2).
       01  QUARTER-DIGIT PIC 9(1) VALUE 0.

       01  ARCHIVED-COUNT PIC 9(5) VALUE 0.
      *> one champion per board: entry 1 is PONG, entry 2 Breakout.
       01  CHAMPION-TABLE.
           05 CHAMPION-ENTRY OCCURS 2 TIMES.
               10 CHAMPION-INITIALS PIC X(3).
               10 CHAMPION-SCORE PIC 9(5).
               10 CHAMPION-CABINET PIC X(8).
       01  BOARD-IDX PIC 9(1) VALUE 1.

       PROCEDURE DIVISION.
       CLOSE-SEASON-MAIN.
           PERFORM READ-SEASON-ID.

           PERFORM VARYING BOARD-IDX FROM 1 BY 1 UNTIL BOARD-IDX > 2
               MOVE SPACES TO CHAMPION-INITIALS (BOARD-IDX)
               MOVE 0 TO CHAMPION-SCORE (BOARD-IDX)
               MOVE SPACES TO CHAMPION-CABINET (BOARD-IDX)
           END-PERFORM.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.

           PERFORM ARCHIVE-LEADERBOARD.

           DISPLAY "=== SEASON " CLOSING-SEASON-ID " CLOSED ===".
           DISPLAY "records archived  " ARCHIVED-COUNT.
           DISPLAY "PONG champion     " CHAMPION-INITIALS (1)
               " with " CHAMPION-SCORE (1)
               " (" CHAMPION-CABINET (1) ")".
           DISPLAY "BREAKOUT champion " CHAMPION-INITIALS (2)
               " with " CHAMPION-SCORE (2)
               " (" CHAMPION-CABINET (2) ")".
           DISPLAY "new season        " NEW-SEASON-ID.

           STOP RUN.
                       ADD 1 TO ARCHIVED-COUNT
                       MOVE SPACES TO ARCHIVE-LINE
                       STRING HS-INITIALS " " HS-SCORE " "
                           HS-CABINET-ID " " HS-SEASON " "
                           HS-GAME-KIND
                           DELIMITED BY SIZE
                           INTO ARCHIVE-LINE
                       END-STRING
                       WRITE ARCHIVE-LINE
                       IF HS-GAME-KIND = "B" THEN
                           MOVE 2 TO BOARD-IDX
                       ELSE
                           MOVE 1 TO BOARD-IDX
                       END-IF
                       IF HS-SCORE > CHAMPION-SCORE (BOARD-IDX) THEN
                           MOVE HS-SCORE
                               TO CHAMPION-SCORE (BOARD-IDX)
                           MOVE HS-INITIALS
                               TO CHAMPION-INITIALS (BOARD-IDX)
                           MOVE HS-CABINET-ID
                               TO CHAMPION-CABINET (BOARD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
