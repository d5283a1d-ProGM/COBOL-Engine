      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Reads the public holiday calendar (./data/
      *          holidays.dat) into the caller's holiday list for the
      *          reports that keep holidays out of their weekday
      *          baselines: one entry per date however many rows the
      *          date has, with its name and the weekday a T row
      *          treats it as (0 when it has no T row). A missing
      *          calendar just comes back with an empty list, and
      *          every day counts as an ordinary one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadHolidays.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "./data/holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           COPY HOLIDAY.

       WORKING-STORAGE SECTION.
       01  HOLIDAY-FILE-STATUS PIC X(2).
       01  LIST-IDX PIC 9(3) VALUE 0.
       01  LIST-FOUND PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  HOLIDAY-LIST.
           COPY HOLLIST.

       PROCEDURE DIVISION USING HOLIDAY-LIST.
       LOAD-HOLIDAYS-LOGIC.
           MOVE 0 TO HL-COUNT.

           OPEN INPUT HOLIDAY-FILE.

           IF HOLIDAY-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL HOLIDAY-FILE-STATUS NOT = "00"
               READ HOLIDAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HD-DATE NUMERIC AND HD-DATE > 0
                       AND (HD-KIND = "T" OR HD-KIND = "H"
                           OR HD-KIND = "P") THEN
                           PERFORM LIST-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLIDAY-FILE.

           EXIT PROGRAM.

       LIST-ONE-ROW.
           MOVE 0 TO LIST-FOUND.
           PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > HL-COUNT
               OR LIST-FOUND NOT = 0
               IF HL-DATE (LIST-IDX) = HD-DATE THEN
                   MOVE LIST-IDX TO LIST-FOUND
               END-IF
           END-PERFORM.

           IF LIST-FOUND = 0 THEN
               IF HL-COUNT >= 100 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HL-COUNT
               MOVE HL-COUNT TO LIST-FOUND
               MOVE HD-DATE TO HL-DATE (LIST-FOUND)
               MOVE HD-NAME TO HL-NAME (LIST-FOUND)
               MOVE 0 TO HL-TREAT-AS (LIST-FOUND)
           END-IF.

           IF HL-NAME (LIST-FOUND) = SPACES THEN
               MOVE HD-NAME TO HL-NAME (LIST-FOUND)
           END-IF.

           IF HD-KIND = "T"
           AND HD-TREAT-AS NUMERIC
           AND HD-TREAT-AS >= 1 AND HD-TREAT-AS <= 7 THEN
               MOVE HD-TREAT-AS TO HL-TREAT-AS (LIST-FOUND)
           END-IF.
