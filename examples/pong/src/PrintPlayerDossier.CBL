      *          under their name, and posting frequency by month
      *          from the live and archived hi-score journals. All
      *          joins over files that already exist -- printed for
      *          the wall on league nights. A member number on the
      *          command line works too: the player master and the
      *          awards are read under the number, the boards and
      *          journals under the member's initials.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PLAYER-FILE ASSIGN TO "./data/players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-KEY
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT AWARD-FILE ASSIGN TO "./data/awards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-PLAYER-KEY
               FILE STATUS IS AWARD-FILE-STATUS.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  PLAYER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-KEY   PIC X(8).
           05 PM-DIFFICULTY   PIC 9(1).
           05 PM-P1-UP        PIC 9(3).
           05 PM-P1-DOWN      PIC 9(3).
           05 PM-PALETTE      PIC 9(1).
           05 PM-GAMES-PLAYED PIC 9(5).
           05 PM-PUBLIC-FLAG  PIC X(1).
           05 PM-ASSIST       PIC 9(1).

       FD  AWARD-FILE.
       01  AWARD-RECORD.
           05 AR-CABINET  PIC X(8).
           05 AR-SEP-3    PIC X(1).
           05 AR-SEASON   PIC X(6).
           05 AR-SEP-4    PIC X(1).
           05 AR-GAME-KIND PIC X(1).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.

       01  WANTED-ARGUMENT PIC X(20) VALUE SPACES.
       01  WANTED-INITIALS PIC X(3) VALUE SPACES.
       01  WANTED-KEY PIC X(8) VALUE SPACES.
       01  WANTED-MEMBER PIC X(8) VALUE SPACES.
       01  WANTED-STATUS PIC X(1) VALUE SPACE.

      *> the season scan walks every plausible archive name; a
      *> season that never existed just fails to open and moves on.
       PROCEDURE DIVISION.
       PRINT-PLAYER-DOSSIER.
           ACCEPT WANTED-ARGUMENT FROM COMMAND-LINE.
           MOVE WANTED-ARGUMENT (1:8) TO WANTED-KEY.

           IF WANTED-KEY = SPACES THEN
               DISPLAY "Usage: PrintPlayerDossier"
                   " <initials|member-number>"
               STOP RUN
           END-IF.

           CALL "ResolvePlayerKey" USING
               BY REFERENCE WANTED-KEY
               BY REFERENCE WANTED-INITIALS
               BY REFERENCE WANTED-MEMBER
               BY REFERENCE WANTED-STATUS
           END-CALL.

           IF WANTED-MEMBER = SPACES THEN
               DISPLAY "=== PLAYER DOSSIER: " WANTED-INITIALS " ==="
           ELSE
               DISPLAY "=== PLAYER DOSSIER: " WANTED-INITIALS
                   " (member " WANTED-MEMBER ") ==="
               IF WANTED-STATUS NOT = "A" THEN
                   DISPLAY "member number not live (status "
                       WANTED-STATUS ")"
               END-IF
           END-IF.

           PERFORM REPORT-PLAYER-MASTER.
           PERFORM REPORT-LIVE-BOARD.
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-KEY TO PM-PLAYER-KEY.
           READ PLAYER-FILE
               KEY IS PM-PLAYER-KEY
               INVALID KEY
                   DISPLAY "games played      (not on file)"
               NOT INVALID KEY
                   DISPLAY "games played      " PM-GAMES-PLAYED
                   IF PM-PUBLIC-FLAG = "N" THEN
                       DISPLAY "public initials   NO - masked on"
                           " the boards, banners and feeds"
                   ELSE
                       DISPLAY "public initials   yes"
                   END-IF
                   EVALUATE PM-ASSIST
                       WHEN 1
                           DISPLAY "assist mode       on"
                       WHEN 2
                           DISPLAY "assist mode       on, one-button"
                               " paddle"
                       WHEN OTHER
                           DISPLAY "assist mode       off"
                   END-EVALUATE
           END-READ.

           CLOSE PLAYER-FILE.
               EXIT PARAGRAPH
           END-IF.

      *> one row per game board the player has posted to.
           MOVE WANTED-INITIALS TO HS-INITIALS.
           MOVE "P" TO HS-GAME-KIND.
           PERFORM REPORT-LIVE-BOARD-ROW.

           MOVE WANTED-INITIALS TO HS-INITIALS.
           MOVE "B" TO HS-GAME-KIND.
           PERFORM REPORT-LIVE-BOARD-ROW.

           CLOSE HISCORE-FILE.

       REPORT-LIVE-BOARD-ROW.
           READ HISCORE-FILE
               KEY IS HS-BOARD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "season " HS-SEASON " best  " HS-SCORE
                       "  (" HS-CABINET-ID ", live "
                       HS-GAME-KIND " board)"
           END-READ.

       SCAN-SEASON-ARCHIVES.
           PERFORM VARYING SCAN-YEAR FROM 2024 BY 1
               UNTIL SCAN-YEAR > 2030
                       CONTINUE
                   NOT AT END
                       IF AR-INITIALS = WANTED-INITIALS
                           IF AR-GAME-KIND NOT = "B"
                               MOVE "P" TO AR-GAME-KIND
                           END-IF
                           DISPLAY "season " SCAN-SEASON-ID
                               " best  " AR-SCORE
                               "  (" AR-CABINET ", "
                               AR-GAME-KIND " board)"
                       END-IF
               END-READ
           END-PERFORM.
               EXIT PARAGRAPH
           END-IF.

           MOVE WANTED-KEY TO AW-PLAYER-KEY.
           READ AWARD-FILE
               KEY IS AW-PLAYER-KEY
               INVALID KEY
                   DISPLAY "achievements      none yet"
               NOT INVALID KEY
                       DISPLAY "award SHUTOUT earned "
                           AW-SHUTOUT-DATE
                   END-IF
                   IF AW-SHUTOUT-FLAG = 2
                       DISPLAY "award SHUTOUT earned "
                           AW-SHUTOUT-DATE " (ASSISTED)"
                   END-IF
                   IF AW-MAXSPEED-FLAG = 1
                       DISPLAY "award FULL SPEED RALLY earned "
                           AW-MAXSPEED-DATE
                   END-IF
                   IF AW-MAXSPEED-FLAG = 2
                       DISPLAY "award FULL SPEED RALLY earned "
                           AW-MAXSPEED-DATE " (ASSISTED)"
                   END-IF
                   IF AW-HARDWIN-FLAG = 1
                       DISPLAY "award HARD MODE BEATEN earned "
                           AW-HARDWIN-DATE
                   END-IF
                   IF AW-HARDWIN-FLAG = 2
                       DISPLAY "award HARD MODE BEATEN earned "
                           AW-HARDWIN-DATE " (ASSISTED)"
                   END-IF
                   IF AW-DAYFIRST-FLAG = 1
                       DISPLAY "award FIRST WIN OF THE DAY earned "
                           AW-DAYFIRST-DATE
                   END-IF
                   IF AW-DAYFIRST-FLAG = 2
                       DISPLAY "award FIRST WIN OF THE DAY earned "
                           AW-DAYFIRST-DATE " (ASSISTED)"
                   END-IF
           END-READ.

           CLOSE AWARD-FILE.
