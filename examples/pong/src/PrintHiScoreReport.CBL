      * Author: ProGM
      * Date:
      * Purpose: Stand-alone report that prints the current top-10
      *          leaderboard from the high-score file, one board per
      *          game: PONG first, then Breakout. A standing score
      *          that was first posted from a match its owner started
      *          with a handicap head start is marked as such, read
      *          off the posting journal, and so is one played with
      *          assist mode on. Breakout's time-attack board follows
      *          on its own, fastest total first -- a time never
      *          ranks against a points score.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/hiscore_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  HISCORE-RECORD.
           COPY HISCREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY HISCJRNL.

       WORKING-STORAGE SECTION.
       01  HISCORE-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
      *> the game a journal line belongs to; lines from before the
      *> game column stand on PONG's board.
       01  JOURNAL-GAME-KIND PIC X(1) VALUE "P".

       01  LEADERBOARD.
           05 LEADERBOARD-ENTRY OCCURS 200 TIMES
               ASCENDING KEY IS LB-SCORE
               INDEXED BY LB-IDX.
               10 LB-INITIALS PIC X(3).
               10 LB-SCORE    PIC 9(5).
               10 LB-GAME-KIND PIC X(1).
      *> H when the posting that set the score had a head start;
      *> the seen switch stops a later equal posting from
      *> changing what the first one said.
               10 LB-HANDICAP-MARK PIC X(1).
               10 LB-MARK-SEEN PIC 9(1).
      *> A when that same posting was played with assist mode on.
               10 LB-ASSIST-MARK PIC X(1).

       01  ENTRY-COUNT PIC 9(3) VALUE 0.
       01  SORT-I PIC 9(3).
       01  SWAP-ENTRY.
           05 SWAP-INITIALS PIC X(3).
           05 SWAP-SCORE    PIC 9(5).
           05 SWAP-GAME-KIND PIC X(1).
           05 SWAP-HANDICAP-MARK PIC X(1).
           05 SWAP-MARK-SEEN PIC 9(1).
           05 SWAP-ASSIST-MARK PIC X(1).

       01  RANK PIC 9(3).

      *> the board being printed: P for PONG, B for Breakout. A
      *> Breakout points total and a PONG win count never share a
      *> ranking.
       01  REPORT-GAME-KIND PIC X(1) VALUE "P".

       01  TIME-BOARD-COUNT PIC 9(2) VALUE 0.
       01  TIME-BOARD.
           COPY TABOARD.
       01  TIME-BOARD-IDX PIC 9(2) VALUE 0.
       01  TIME-EDIT PIC Z(4)9.9.

       PROCEDURE DIVISION.
       PRINT-HISCORE-REPORT.
           OPEN INPUT HISCORE-FILE.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENTRY-COUNT < 200
                           ADD 1 TO ENTRY-COUNT
                           MOVE HS-INITIALS
                               TO LB-INITIALS (ENTRY-COUNT)
                           MOVE HS-SCORE TO LB-SCORE (ENTRY-COUNT)
                           MOVE HS-GAME-KIND
                               TO LB-GAME-KIND (ENTRY-COUNT)
                           MOVE SPACE
                               TO LB-HANDICAP-MARK (ENTRY-COUNT)
                           MOVE 0 TO LB-MARK-SEEN (ENTRY-COUNT)
                           MOVE SPACE
                               TO LB-ASSIST-MARK (ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISCORE-FILE.

           PERFORM MARK-HANDICAP-POSTINGS.

      *> Simple descending bubble sort -- the leaderboard tops out at
      *> 100 entries a game so this never needs to be fast.
           PERFORM VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I >= ENTRY-COUNT
               PERFORM VARYING SORT-J FROM 1 BY 1
               END-PERFORM
           END-PERFORM.

           DISPLAY "=== PONG TOP 10 ===".
           MOVE "P" TO REPORT-GAME-KIND.
           PERFORM PRINT-ONE-BOARD.

           DISPLAY "=== BREAKOUT TOP 10 ===".
           MOVE "B" TO REPORT-GAME-KIND.
           PERFORM PRINT-ONE-BOARD.

           DISPLAY "=== BREAKOUT TIME ATTACK TOP 10 ===".
           PERFORM PRINT-TIME-BOARD.

           STOP RUN.

       PRINT-TIME-BOARD.
           CALL "LoadTimeAttackBoard" USING
               BY REFERENCE TIME-BOARD-COUNT
               BY REFERENCE TIME-BOARD
           END-CALL.

           PERFORM VARYING TIME-BOARD-IDX FROM 1 BY 1
               UNTIL TIME-BOARD-IDX > TIME-BOARD-COUNT
               MOVE TB-TOTAL-TIME (TIME-BOARD-IDX) TO TIME-EDIT
               IF TB-ASSIST-FLAG (TIME-BOARD-IDX) = "A" THEN
                   DISPLAY TIME-BOARD-IDX ". "
                       TB-INITIALS (TIME-BOARD-IDX)
                       " - " TIME-EDIT "s  " TB-DATE (TIME-BOARD-IDX)
                       "  (ASSISTED)"
               ELSE
                   DISPLAY TIME-BOARD-IDX ". "
                       TB-INITIALS (TIME-BOARD-IDX)
                       " - " TIME-EDIT "s  " TB-DATE (TIME-BOARD-IDX)
               END-IF
           END-PERFORM.

           IF TIME-BOARD-COUNT = 0 THEN
               DISPLAY "(no finished runs yet)"
           END-IF.

       PRINT-ONE-BOARD.
           MOVE 0 TO RANK.
           PERFORM VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > ENTRY-COUNT OR RANK >= 10
               IF LB-GAME-KIND (SORT-I) = REPORT-GAME-KIND THEN
                   ADD 1 TO RANK
                   EVALUATE TRUE
                       WHEN LB-HANDICAP-MARK (SORT-I) = "H"
                       AND LB-ASSIST-MARK (SORT-I) = "A"
                           DISPLAY RANK ". " LB-INITIALS (SORT-I)
                               " - " LB-SCORE (SORT-I)
                               "  (HANDICAP, ASSISTED)"
                       WHEN LB-HANDICAP-MARK (SORT-I) = "H"
                           DISPLAY RANK ". " LB-INITIALS (SORT-I)
                               " - " LB-SCORE (SORT-I) "  (HANDICAP)"
                       WHEN LB-ASSIST-MARK (SORT-I) = "A"
                           DISPLAY RANK ". " LB-INITIALS (SORT-I)
                               " - " LB-SCORE (SORT-I) "  (ASSISTED)"
                       WHEN OTHER
                           DISPLAY RANK ". " LB-INITIALS (SORT-I)
                               " - " LB-SCORE (SORT-I)
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF RANK = 0 THEN
               DISPLAY "(no postings yet)"
           END-IF.

       MARK-HANDICAP-POSTINGS.
           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MARK-ONE-POSTING
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       MARK-ONE-POSTING.
           IF JR-SCORE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF JR-GAME-KIND = "B" THEN
               MOVE "B" TO JOURNAL-GAME-KIND
           ELSE
               MOVE "P" TO JOURNAL-GAME-KIND
           END-IF.

      *> the board keeps the first posting to reach a score, so the
      *> first journal line matching it is the one that decides.
           PERFORM VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > ENTRY-COUNT
               IF LB-MARK-SEEN (SORT-I) = 0
               AND LB-INITIALS (SORT-I) = JR-INITIALS
               AND LB-GAME-KIND (SORT-I) = JOURNAL-GAME-KIND
               AND LB-SCORE (SORT-I) = JR-SCORE THEN
                   MOVE 1 TO LB-MARK-SEEN (SORT-I)
                   IF JR-HEAD-START NUMERIC
                   AND JR-HEAD-START > 0 THEN
                       MOVE "H" TO LB-HANDICAP-MARK (SORT-I)
                   END-IF
                   IF JR-ASSIST-FLAG = "A" THEN
                       MOVE "A" TO LB-ASSIST-MARK (SORT-I)
                   END-IF
               END-IF
           END-PERFORM.
