      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: The way back from DateToDayNumber: a running day
      *          number (the Julian day) turned into its YYYYMMDD
      *          date, so a day count added to a date -- a grace
      *          period, an expiry -- can be printed and filed as a
      *          date again. A zero day number answers 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DayNumberToDate.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WORK-L PIC 9(9) VALUE 0.
       01  WORK-N PIC 9(9) VALUE 0.
       01  WORK-I PIC 9(9) VALUE 0.
       01  WORK-J PIC 9(9) VALUE 0.
       01  WORK-K PIC 9(9) VALUE 0.
       01  WORK-T PIC 9(12) VALUE 0.

       01  ANSWER-YMD PIC 9(8) VALUE 0.
       01  ANSWER-PARTS REDEFINES ANSWER-YMD.
           05 ANSWER-YEAR  PIC 9(4).
           05 ANSWER-MONTH PIC 9(2).
           05 ANSWER-DAY   PIC 9(2).

       LINKAGE SECTION.
       01  DAY-NUMBER PIC 9(7).
       01  DAY-DATE PIC 9(8).

       PROCEDURE DIVISION USING DAY-NUMBER DAY-DATE.
       DAY-NUMBER-TO-DATE-LOGIC.
           MOVE 0 TO DAY-DATE.

           IF DAY-NUMBER NOT NUMERIC OR DAY-NUMBER = 0 THEN
               EXIT PROGRAM
           END-IF.

      *> every division below truncates on purpose; each lands in
      *> its own whole-number field before the next step uses it.
           COMPUTE WORK-L = DAY-NUMBER + 68569.
           COMPUTE WORK-T = 4 * WORK-L.
           DIVIDE 146097 INTO WORK-T GIVING WORK-N.
           COMPUTE WORK-T = 146097 * WORK-N + 3.
           DIVIDE 4 INTO WORK-T GIVING WORK-K.
           SUBTRACT WORK-K FROM WORK-L.

           COMPUTE WORK-T = 4000 * (WORK-L + 1).
           DIVIDE 1461001 INTO WORK-T GIVING WORK-I.
           COMPUTE WORK-T = 1461 * WORK-I.
           DIVIDE 4 INTO WORK-T GIVING WORK-K.
           COMPUTE WORK-L = WORK-L - WORK-K + 31.

           COMPUTE WORK-T = 80 * WORK-L.
           DIVIDE 2447 INTO WORK-T GIVING WORK-J.
           COMPUTE WORK-T = 2447 * WORK-J.
           DIVIDE 80 INTO WORK-T GIVING WORK-K.
           COMPUTE ANSWER-DAY = WORK-L - WORK-K.

           DIVIDE 11 INTO WORK-J GIVING WORK-L.
           COMPUTE ANSWER-MONTH = WORK-J + 2 - 12 * WORK-L.
           COMPUTE ANSWER-YEAR = 100 * (WORK-N - 49) + WORK-I + WORK-L.

           MOVE ANSWER-YMD TO DAY-DATE.

           EXIT PROGRAM.
