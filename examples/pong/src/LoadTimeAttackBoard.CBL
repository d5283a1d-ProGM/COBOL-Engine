      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Builds the Breakout time-attack board from the
      *          results file: each player's fastest finished run,
      *          the ten fastest of those, quickest first (an equal
      *          time keeps whoever set it first). Only runs over the
      *          full set of levels the fastest run covered count --
      *          a board that mixed a four-level course with a
      *          six-level one would be racing different tracks. The
      *          names come back as filed; whatever puts the board in
      *          front of the room masks them itself. A best time set
      *          with assist mode on comes back flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadTimeAttackBoard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "./data/timeattack.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           COPY TARESULT.

       WORKING-STORAGE SECTION.
       01  RESULT-FILE-STATUS PIC X(2).

      *> every player's best so far; five hundred regulars is far
      *> more than one cabinet sees, and any past that are reported.
       01  BEST-TABLE.
           05 BEST-ENTRY OCCURS 500 TIMES.
               10 BT-PLAYER-KEY PIC X(8).
               10 BT-INITIALS   PIC X(3).
               10 BT-TOTAL-TIME PIC 9(5)V9.
               10 BT-DATE       PIC 9(8).
               10 BT-ASSIST-FLAG PIC X(1).
               10 BT-USED-FLAG  PIC 9(1).
       01  BEST-COUNT PIC 9(3) VALUE 0.
       01  BEST-IDX PIC 9(3) VALUE 0.
       01  FOUND-IDX PIC 9(3) VALUE 0.
       01  PICK-IDX PIC 9(3) VALUE 0.
       01  COURSE-LEVELS PIC 9(2) VALUE 0.
       01  OVERFLOW-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  BOARD-COUNT PIC 9(2).
       01  BOARD-TABLE.
           COPY TABOARD.

       PROCEDURE DIVISION USING BOARD-COUNT BOARD-TABLE.
       LOAD-TIME-ATTACK-BOARD-LOGIC.
           MOVE 0 TO BOARD-COUNT.
           MOVE 0 TO BEST-COUNT.
           MOVE 0 TO COURSE-LEVELS.
           MOVE 0 TO OVERFLOW-FLAG.

      *> first pass: the longest course anyone has finished is the
      *> course the board races.
           OPEN INPUT RESULT-FILE.

           IF RESULT-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL RESULT-FILE-STATUS NOT = "00"
               READ RESULT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TR-LEVELS NUMERIC
                       AND TR-LEVELS > COURSE-LEVELS THEN
                           MOVE TR-LEVELS TO COURSE-LEVELS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESULT-FILE.

           OPEN INPUT RESULT-FILE.

           PERFORM UNTIL RESULT-FILE-STATUS NOT = "00"
               READ RESULT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TR-LEVELS NUMERIC
                       AND TR-LEVELS = COURSE-LEVELS
                       AND TR-TOTAL-TIME NUMERIC
                       AND TR-TOTAL-TIME > 0 THEN
                           PERFORM TAKE-RESULT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESULT-FILE.

           IF OVERFLOW-FLAG = 1 THEN
               DISPLAY "LoadTimeAttackBoard: more than 500 players;"
                   " later ones left off the board."
           END-IF.

      *> pick the fastest unused entry ten times over.
           PERFORM UNTIL BOARD-COUNT >= 10
           OR BOARD-COUNT >= BEST-COUNT
               MOVE 0 TO PICK-IDX
               PERFORM VARYING BEST-IDX FROM 1 BY 1
                   UNTIL BEST-IDX > BEST-COUNT
                   IF BT-USED-FLAG (BEST-IDX) = 0 THEN
                       IF PICK-IDX = 0 THEN
                           MOVE BEST-IDX TO PICK-IDX
                       ELSE
                           IF BT-TOTAL-TIME (BEST-IDX)
                               < BT-TOTAL-TIME (PICK-IDX) THEN
                               MOVE BEST-IDX TO PICK-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 1 TO BT-USED-FLAG (PICK-IDX)
               ADD 1 TO BOARD-COUNT
               MOVE BT-PLAYER-KEY (PICK-IDX)
                   TO TB-PLAYER-KEY (BOARD-COUNT)
               MOVE BT-INITIALS (PICK-IDX) TO TB-INITIALS (BOARD-COUNT)
               MOVE BT-TOTAL-TIME (PICK-IDX)
                   TO TB-TOTAL-TIME (BOARD-COUNT)
               MOVE BT-DATE (PICK-IDX) TO TB-DATE (BOARD-COUNT)
               MOVE BT-ASSIST-FLAG (PICK-IDX)
                   TO TB-ASSIST-FLAG (BOARD-COUNT)
           END-PERFORM.

           EXIT PROGRAM.

       TAKE-RESULT.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING BEST-IDX FROM 1 BY 1
               UNTIL BEST-IDX > BEST-COUNT OR FOUND-IDX > 0
               IF BT-PLAYER-KEY (BEST-IDX) = TR-PLAYER-KEY THEN
                   MOVE BEST-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           IF FOUND-IDX = 0 THEN
               IF BEST-COUNT >= 500 THEN
                   MOVE 1 TO OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BEST-COUNT
               MOVE BEST-COUNT TO FOUND-IDX
               MOVE TR-PLAYER-KEY TO BT-PLAYER-KEY (FOUND-IDX)
               MOVE 0 TO BT-USED-FLAG (FOUND-IDX)
           ELSE
               IF TR-TOTAL-TIME >= BT-TOTAL-TIME (FOUND-IDX) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE TR-INITIALS TO BT-INITIALS (FOUND-IDX).
           MOVE TR-TOTAL-TIME TO BT-TOTAL-TIME (FOUND-IDX).
           MOVE TR-DATE TO BT-DATE (FOUND-IDX).
           MOVE TR-ASSIST-FLAG TO BT-ASSIST-FLAG (FOUND-IDX).
