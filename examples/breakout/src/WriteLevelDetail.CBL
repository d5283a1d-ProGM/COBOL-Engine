      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Appends one dated record to the level-detail file as
      *          each Breakout level ends -- which level, how long it
      *          was played, how many lives it cost, how much of the
      *          wall came down, how many capsules were caught, and
      *          whether it was cleared or ended the run -- so level
      *          design can work from data instead of feel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteLevelDetail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVEL-FILE ASSIGN TO "./data/level_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEVEL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-FILE.
       01  LEVEL-DETAIL-RECORD.
           COPY LEVELDET.

       WORKING-STORAGE SECTION.
       01  LEVEL-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       LINKAGE SECTION.
       01  DETAIL-CABINET-ID PIC X(8).
       01  DETAIL-MATCH-NUMBER PIC 9(8).
       01  DETAIL-LEVEL PIC 9(2).
       01  DETAIL-ELAPSED COMP-1.
       01  DETAIL-LIVES-LOST PIC 9(2).
       01  DETAIL-BRICKS-LEFT PIC 9(3).
       01  DETAIL-BRICKS-PLACED PIC 9(3).
       01  DETAIL-POWERUPS PIC 9(3).
      *> "C" = the wall was cleared, "E" = the run ended on it
       01  DETAIL-OUTCOME PIC X(1).

       PROCEDURE DIVISION USING
           DETAIL-CABINET-ID DETAIL-MATCH-NUMBER DETAIL-LEVEL
           DETAIL-ELAPSED DETAIL-LIVES-LOST DETAIL-BRICKS-LEFT
           DETAIL-BRICKS-PLACED DETAIL-POWERUPS DETAIL-OUTCOME.
       WRITE-LEVEL-DETAIL-LOGIC.
           OPEN EXTEND LEVEL-FILE.

           IF LEVEL-FILE-STATUS = "05" OR LEVEL-FILE-STATUS = "35" THEN
               OPEN OUTPUT LEVEL-FILE
           END-IF.

           IF LEVEL-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE CURRENT-DATE-YMD TO LD-DATE.
           COMPUTE LD-TIME = CURRENT-TIME-HMS / 100.
           MOVE DETAIL-CABINET-ID TO LD-CABINET-ID.
           MOVE DETAIL-MATCH-NUMBER TO LD-MATCH-NUMBER.
           MOVE DETAIL-LEVEL TO LD-LEVEL.
           COMPUTE LD-SECONDS = DETAIL-ELAPSED.
           MOVE DETAIL-LIVES-LOST TO LD-LIVES-LOST.
      *> the wall can't have lost more than it was built with; a
      *> left-over count above the placed one reads as none cleared.
           IF DETAIL-BRICKS-LEFT > DETAIL-BRICKS-PLACED THEN
               MOVE 0 TO LD-BRICKS-CLEARED
           ELSE
               COMPUTE LD-BRICKS-CLEARED =
                   DETAIL-BRICKS-PLACED - DETAIL-BRICKS-LEFT
           END-IF.
           MOVE DETAIL-BRICKS-PLACED TO LD-BRICKS-PLACED.
           MOVE DETAIL-POWERUPS TO LD-POWERUPS.
           MOVE DETAIL-OUTCOME TO LD-OUTCOME.
           MOVE SPACE TO LD-SEP-1 LD-SEP-2 LD-SEP-3 LD-SEP-4 LD-SEP-5
               LD-SEP-6 LD-SEP-7 LD-SEP-8 LD-SEP-9 LD-SEP-10.

           WRITE LEVEL-DETAIL-RECORD.

           CLOSE LEVEL-FILE.

           EXIT PROGRAM.
