      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Appends one finished Breakout time-attack run to the
      *          time-attack results file -- who ran it, the total of
      *          their level splits and how many levels that was. The
      *          time board is built from this file, kept apart from
      *          the points board in hiscore.dat: a score and a time
      *          don't rank on the same scale. An assisted run
      *          is filed with the assist flag so the board can mark
      *          it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteTimeAttackResult.

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
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       LINKAGE SECTION.
       01  RESULT-CABINET-ID PIC X(8).
       01  RESULT-MATCH-NUMBER PIC 9(8).
       01  RESULT-PLAYER-KEY PIC X(8).
       01  RESULT-INITIALS PIC X(3).
       01  RESULT-TOTAL-TIME PIC 9(5)V9.
       01  RESULT-LEVELS PIC 9(2).
      *> A when the run was played with assist mode on.
       01  RESULT-ASSIST-FLAG PIC X(1).

       PROCEDURE DIVISION USING
           RESULT-CABINET-ID RESULT-MATCH-NUMBER RESULT-PLAYER-KEY
           RESULT-INITIALS RESULT-TOTAL-TIME RESULT-LEVELS
           RESULT-ASSIST-FLAG.
       WRITE-TIME-ATTACK-RESULT-LOGIC.
           OPEN EXTEND RESULT-FILE.

           IF RESULT-FILE-STATUS = "05" OR RESULT-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT RESULT-FILE
           END-IF.

           IF RESULT-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE CURRENT-DATE-YMD TO TR-DATE.
           COMPUTE TR-TIME = CURRENT-TIME-HMS / 100.
           MOVE RESULT-CABINET-ID TO TR-CABINET-ID.
           MOVE RESULT-MATCH-NUMBER TO TR-MATCH-NUMBER.
      *> a walk-up with no card files under their initials, the
      *> same key the campaign uses for them.
           IF RESULT-PLAYER-KEY = SPACES THEN
               MOVE RESULT-INITIALS TO TR-PLAYER-KEY
           ELSE
               MOVE RESULT-PLAYER-KEY TO TR-PLAYER-KEY
           END-IF.
           MOVE RESULT-INITIALS TO TR-INITIALS.
           MOVE RESULT-TOTAL-TIME TO TR-TOTAL-TIME.
           MOVE RESULT-LEVELS TO TR-LEVELS.
           MOVE RESULT-ASSIST-FLAG TO TR-ASSIST-FLAG.
           MOVE SPACE TO TR-SEP-1 TR-SEP-2 TR-SEP-3 TR-SEP-4 TR-SEP-5
               TR-SEP-6 TR-SEP-7 TR-SEP-8.

           WRITE RESULT-RECORD.

           CLOSE RESULT-FILE.

           EXIT PROGRAM.
