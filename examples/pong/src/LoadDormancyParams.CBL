      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Answers the site's dormancy rules for stored-value
      *          accounts from ./data/dormancy_params.dat -- the days
      *          without a balance movement that make an account
      *          dormant, and the days of grace before a dormant
      *          balance is expired. No file, or no usable row, means
      *          365 and 60. A zero in either is patched to its
      *          default: no site means to expire balances the day
      *          after they are bought.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadDormancyParams.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-PARAM-FILE
               ASSIGN TO "./data/dormancy_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DORMANCY-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-PARAM-FILE.
       01  DORMANCY-PARAM-RECORD.
           COPY DORMPARM.
      *> room for a whole comment row, so it reads as one line.
       01  DORMANCY-PARAM-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  DORMANCY-PARAM-FILE-STATUS PIC X(2).
       01  PARAM-FOUND-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  DORMANT-DAYS PIC 9(4).
       01  GRACE-DAYS PIC 9(4).

       PROCEDURE DIVISION USING DORMANT-DAYS GRACE-DAYS.
       LOAD-DORMANCY-PARAMS-LOGIC.
           MOVE 365 TO DORMANT-DAYS.
           MOVE 60 TO GRACE-DAYS.
           MOVE 0 TO PARAM-FOUND-FLAG.

           OPEN INPUT DORMANCY-PARAM-FILE.

           IF DORMANCY-PARAM-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL DORMANCY-PARAM-FILE-STATUS NOT = "00"
           OR PARAM-FOUND-FLAG = 1
               READ DORMANCY-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment rows don't start with a digit.
                       IF DP-DORMANT-DAYS NUMERIC
                       AND DP-GRACE-DAYS NUMERIC THEN
                           MOVE 1 TO PARAM-FOUND-FLAG
                           IF DP-DORMANT-DAYS > 0 THEN
                               MOVE DP-DORMANT-DAYS TO DORMANT-DAYS
                           END-IF
                           IF DP-GRACE-DAYS > 0 THEN
                               MOVE DP-GRACE-DAYS TO GRACE-DAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DORMANCY-PARAM-FILE.

           EXIT PROGRAM.
