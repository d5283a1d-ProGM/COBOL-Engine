      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Turns a YYYYMMDD date into a running day number
      *          (the Julian day) so two dates can be subtracted
      *          into a true count of days. The ladder and the job
      *          scheduler get by on a flat 31-day-month ruler; money
      *          that expires, and balances aged into 90-day buckets
      *          for the accountants, need a real calendar, leap
      *          years included. A date that isn't numeric answers 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DateToDayNumber.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  GIVEN-YMD PIC 9(8) VALUE 0.
       01  GIVEN-PARTS REDEFINES GIVEN-YMD.
           05 GIVEN-YEAR  PIC 9(4).
           05 GIVEN-MONTH PIC 9(2).
           05 GIVEN-DAY   PIC 9(2).

      *> the year counted from March, so the leap day falls last.
       01  MARCH-SHIFT PIC 9(1) VALUE 0.
       01  SHIFTED-YEAR PIC 9(5) VALUE 0.
       01  SHIFTED-MONTH PIC 9(2) VALUE 0.
       01  MONTH-DAYS PIC 9(4) VALUE 0.
       01  LEAP-4 PIC 9(5) VALUE 0.
       01  LEAP-100 PIC 9(5) VALUE 0.
       01  LEAP-400 PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01  DAY-DATE PIC 9(8).
       01  DAY-NUMBER PIC 9(7).

       PROCEDURE DIVISION USING DAY-DATE DAY-NUMBER.
       DATE-TO-DAY-NUMBER-LOGIC.
           MOVE 0 TO DAY-NUMBER.

           IF DAY-DATE NOT NUMERIC OR DAY-DATE = 0 THEN
               EXIT PROGRAM
           END-IF.

           MOVE DAY-DATE TO GIVEN-YMD.

           IF GIVEN-MONTH < 3 THEN
               MOVE 1 TO MARCH-SHIFT
           ELSE
               MOVE 0 TO MARCH-SHIFT
           END-IF.

           COMPUTE SHIFTED-YEAR = GIVEN-YEAR + 4800 - MARCH-SHIFT.
           COMPUTE SHIFTED-MONTH =
               GIVEN-MONTH + 12 * MARCH-SHIFT - 3.

           COMPUTE MONTH-DAYS = 153 * SHIFTED-MONTH + 2.
           DIVIDE 5 INTO MONTH-DAYS.
           DIVIDE 4 INTO SHIFTED-YEAR GIVING LEAP-4.
           DIVIDE 100 INTO SHIFTED-YEAR GIVING LEAP-100.
           DIVIDE 400 INTO SHIFTED-YEAR GIVING LEAP-400.

           COMPUTE DAY-NUMBER =
               GIVEN-DAY + MONTH-DAYS + 365 * SHIFTED-YEAR
               + LEAP-4 - LEAP-100 + LEAP-400 - 32045.

           EXIT PROGRAM.
