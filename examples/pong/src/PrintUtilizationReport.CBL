      *          rotation manifest and tallies every generation
      *          still on disk plus the live files -- the weekly
      *          window IS the site's retention window.
      *          Plays, minutes and coins on a date of the public
      *          holiday calendar (./data/holidays.dat, via
      *          LoadHolidays) are kept out of the hour grids, which
      *          stand for an ordinary week, and totalled per holiday
      *          under their own heading instead.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  EVENT-HOUR PIC 9(2) VALUE 0.
       01  CELL-MINUTES PIC 9(6) VALUE 0.

       01  HOLIDAY-LIST.
           COPY HOLLIST.
      *> what each holiday on the list took, all cabinets together;
      *> same subscript as the list.
       01  HOLIDAY-TOTALS.
           05 HOLIDAY-TOTAL OCCURS 100 TIMES.
               10 HT-PLAYS   PIC 9(5).
               10 HT-SECONDS PIC 9(7).
               10 HT-COINS   PIC 9(5).
       01  HOLIDAY-IDX PIC 9(3) VALUE 0.
       01  HOLIDAY-FOUND PIC 9(3) VALUE 0.
       01  LOOKUP-DATE PIC 9(8) VALUE 0.
       01  HOLIDAY-LINES-SHOWN PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-UTILIZATION-REPORT.
           PERFORM READ-LOCAL-CABINET-ID.

           CALL "LoadHolidays" USING
               BY REFERENCE HOLIDAY-LIST
           END-CALL.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > 100
               MOVE 0 TO HT-PLAYS (HOLIDAY-IDX)
               MOVE 0 TO HT-SECONDS (HOLIDAY-IDX)
               MOVE 0 TO HT-COINS (HOLIDAY-IDX)
           END-PERFORM.

      *> rotated generations first, then whatever the live files
      *> have gathered since the last boot rotation.
           MOVE 2 TO WANTED-LOG-INDEX.
               VARYING CAB-IDX FROM 1 BY 1
               UNTIL CAB-IDX > CAB-COUNT.

           PERFORM PRINT-HOLIDAY-TOTALS.

           IF LEGACY-LINE-COUNT > 0 THEN
               DISPLAY "undated legacy lines  " LEGACY-LINE-COUNT
           END-IF.
               EXIT PARAGRAPH
           END-IF.

           MOVE AU-DATE TO LOOKUP-DATE.
           PERFORM FIND-HOLIDAY.
           IF HOLIDAY-FOUND > 0 THEN
               ADD 1 TO HT-PLAYS (HOLIDAY-FOUND)
               EXIT PARAGRAPH
           END-IF.

           MOVE AU-CABINET-ID TO LOOKUP-CABINET-ID.
           PERFORM FIND-CABINET-ROW.

               EXIT PARAGRAPH
           END-IF.

           MOVE ST-DATE TO LOOKUP-DATE.
           PERFORM FIND-HOLIDAY.
           IF HOLIDAY-FOUND > 0 THEN
               ADD ST-LENGTH TO HT-SECONDS (HOLIDAY-FOUND)
               EXIT PARAGRAPH
           END-IF.

           MOVE ST-CABINET-ID TO LOOKUP-CABINET-ID.
           PERFORM FIND-CABINET-ROW.

               EXIT PARAGRAPH
           END-IF.

           MOVE CE-DATE TO LOOKUP-DATE.
           PERFORM FIND-HOLIDAY.
           IF HOLIDAY-FOUND > 0 THEN
               ADD 1 TO HT-COINS (HOLIDAY-FOUND)
               EXIT PARAGRAPH
           END-IF.

           MOVE LOCAL-CABINET-ID TO LOOKUP-CABINET-ID.
           PERFORM FIND-CABINET-ROW.

                       "  coins " CH-COINS (CAB-IDX, HOUR-IDX)
               END-IF
           END-PERFORM.

       FIND-HOLIDAY.
           MOVE 0 TO HOLIDAY-FOUND.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HL-COUNT
               OR HOLIDAY-FOUND NOT = 0
               IF HL-DATE (HOLIDAY-IDX) = LOOKUP-DATE THEN
                   MOVE HOLIDAY-IDX TO HOLIDAY-FOUND
               END-IF
           END-PERFORM.

       PRINT-HOLIDAY-TOTALS.
           MOVE 0 TO HOLIDAY-LINES-SHOWN.

           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
               UNTIL HOLIDAY-IDX > HL-COUNT
               IF HT-PLAYS (HOLIDAY-IDX) > 0
               OR HT-SECONDS (HOLIDAY-IDX) > 0
               OR HT-COINS (HOLIDAY-IDX) > 0 THEN
                   IF HOLIDAY-LINES-SHOWN = 0 THEN
                       DISPLAY "holidays (kept out of the hour grids)"
                   END-IF
                   ADD 1 TO HOLIDAY-LINES-SHOWN
                   COMPUTE CELL-MINUTES =
                       HT-SECONDS (HOLIDAY-IDX) / 60
                   DISPLAY "  " HL-DATE (HOLIDAY-IDX) " "
                       HL-NAME (HOLIDAY-IDX)
                       "  plays " HT-PLAYS (HOLIDAY-IDX)
                       "  minutes " CELL-MINUTES
                       "  coins " HT-COINS (HOLIDAY-IDX)
               END-IF
           END-PERFORM.
