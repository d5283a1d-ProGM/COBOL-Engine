      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Fills the attract loop's two boards for one game:
      *          the house top five off the indexed ./data/hiscore.dat
      *          and the fleet top twenty-five off the head-office
      *          ./data/fleet_board.dat the config pull brings down,
      *          each fleet place tagged with its cabinet and site. A
      *          board with no file behind it just comes back empty
      *          and the attract loop skips its page. A house score
      *          set with assist mode on is flagged off the posting
      *          journal, the way the printed board marks it; the
      *          fleet board carries its own flag.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadLeaderboards.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
           SELECT FLEET-BOARD-FILE ASSIGN TO "./data/fleet_board.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-BOARD-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/hiscore_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISCORE-FILE.
       01  HISCORE-RECORD.
           COPY HISCREC.

       FD  FLEET-BOARD-FILE.
       01  FLEET-BOARD-RECORD.
           COPY FLEETBRD.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY HISCJRNL.

       WORKING-STORAGE SECTION.
       01  HISCORE-FILE-STATUS PIC X(2).
       01  FLEET-BOARD-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
      *> the game a journal line belongs to; lines from before the
      *> game column stand on PONG's board.
       01  JOURNAL-GAME-KIND PIC X(1) VALUE "P".
      *> the board keeps the first posting to reach a score, so the
      *> first journal line matching a row decides its flag.
       01  HOUSE-SEEN-TABLE.
           05 HOUSE-ROW-SEEN OCCURS 5 TIMES PIC 9(1).
       01  SLOT-IDX PIC 9(1) VALUE 0.
       01  INSERT-AT PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  BOARD-GAME-KIND PIC X(1).
       01  ATTRACT-BOARDS.
           COPY BOARDFLDS.

       PROCEDURE DIVISION USING BOARD-GAME-KIND ATTRACT-BOARDS.
       LOAD-LEADERBOARDS-LOGIC.
           MOVE 0 TO HOUSE-BOARD-COUNT.
           MOVE 0 TO FLEET-BOARD-COUNT.
           MOVE SPACES TO FLEET-BOARD-SEASON.

           PERFORM LOAD-HOUSE-BOARD.
           PERFORM MARK-HOUSE-ASSISTS.
           PERFORM LOAD-FLEET-BOARD.

           EXIT PROGRAM.

       LOAD-HOUSE-BOARD.
           OPEN INPUT HISCORE-FILE.

           IF HISCORE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL HISCORE-FILE-STATUS NOT = "00"
               READ HISCORE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HS-GAME-KIND = BOARD-GAME-KIND
                       AND HS-SCORE NUMERIC THEN
                           PERFORM PLACE-HOUSE-SCORE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISCORE-FILE.

       PLACE-HOUSE-SCORE.
      *> keep the five best in order as the file goes by: find the
      *> first slot this score beats, shuffle the rest down one.
           MOVE 0 TO INSERT-AT.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > HOUSE-BOARD-COUNT OR INSERT-AT > 0
               IF HS-SCORE > HB-SCORE (SLOT-IDX) THEN
                   MOVE SLOT-IDX TO INSERT-AT
               END-IF
           END-PERFORM.

           IF INSERT-AT = 0 THEN
               IF HOUSE-BOARD-COUNT >= 5 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HOUSE-BOARD-COUNT
               MOVE HOUSE-BOARD-COUNT TO INSERT-AT
           ELSE
               IF HOUSE-BOARD-COUNT < 5 THEN
                   ADD 1 TO HOUSE-BOARD-COUNT
               END-IF
               MOVE HOUSE-BOARD-COUNT TO SLOT-IDX
               PERFORM UNTIL SLOT-IDX <= INSERT-AT
                   MOVE HOUSE-BOARD-ROW (SLOT-IDX - 1)
                       TO HOUSE-BOARD-ROW (SLOT-IDX)
                   SUBTRACT 1 FROM SLOT-IDX
               END-PERFORM
           END-IF.

           MOVE HS-INITIALS TO HB-INITIALS (INSERT-AT).
           MOVE HS-SCORE TO HB-SCORE (INSERT-AT).
           MOVE SPACE TO HB-ASSIST-FLAG (INSERT-AT).

       MARK-HOUSE-ASSISTS.
           IF HOUSE-BOARD-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROES TO HOUSE-SEEN-TABLE.

           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JR-SCORE NUMERIC THEN
                           PERFORM MARK-ONE-HOUSE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       MARK-ONE-HOUSE-POSTING.
           IF JR-GAME-KIND = "B" THEN
               MOVE "B" TO JOURNAL-GAME-KIND
           ELSE
               MOVE "P" TO JOURNAL-GAME-KIND
           END-IF.

           IF JOURNAL-GAME-KIND NOT = BOARD-GAME-KIND THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > HOUSE-BOARD-COUNT
               IF HOUSE-ROW-SEEN (SLOT-IDX) = 0
               AND HB-INITIALS (SLOT-IDX) = JR-INITIALS
               AND HB-SCORE (SLOT-IDX) = JR-SCORE THEN
                   MOVE 1 TO HOUSE-ROW-SEEN (SLOT-IDX)
                   IF JR-ASSIST-FLAG = "A" THEN
                       MOVE "A" TO HB-ASSIST-FLAG (SLOT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-FLEET-BOARD.
           OPEN INPUT FLEET-BOARD-FILE.

           IF FLEET-BOARD-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

      *> head office writes each game's places in rank order.
           PERFORM UNTIL FLEET-BOARD-FILE-STATUS NOT = "00"
           OR FLEET-BOARD-COUNT >= 25
               READ FLEET-BOARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FB-GAME-KIND = BOARD-GAME-KIND
                       AND FB-SCORE NUMERIC THEN
                           ADD 1 TO FLEET-BOARD-COUNT
                           MOVE FB-SEASON TO FLEET-BOARD-SEASON
                           MOVE FB-INITIALS
                               TO FR-INITIALS (FLEET-BOARD-COUNT)
                           MOVE FB-SCORE
                               TO FR-SCORE (FLEET-BOARD-COUNT)
                           MOVE FB-CABINET-ID
                               TO FR-CABINET-ID (FLEET-BOARD-COUNT)
                           MOVE FB-SITE-NAME
                               TO FR-SITE-NAME (FLEET-BOARD-COUNT)
                           MOVE FB-ASSIST-FLAG
                               TO FR-ASSIST-FLAG (FLEET-BOARD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FLEET-BOARD-FILE.
