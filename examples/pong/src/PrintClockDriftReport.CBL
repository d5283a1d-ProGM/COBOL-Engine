      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office clock-drift report over the last so
      *          many days (30, or the number on the command line).
      *          Every measure of a cabinet's clock against the
      *          central host's -- the beacon listener's
      *          (./data/fleet_clock.dat) and the cabinets' own boot
      *          checks sent home in tonight's collection
      *          (./data/collected_<yyyymmdd>/fleet_clock_offset.dat)
      *          -- gives, per cabinet, how far its clock stands
      *          now, the worst it stood, how often it was out past
      *          the CLKLIMIT and how often it was set. Then the day
      *          files stamped while a clock was out: each date a
      *          cabinet stamped from a bad measure up to the next
      *          one (only the boot day when that boot set it
      *          right), with the worst offset seen -- WRONG DAY
      *          where the clock was a day or more out, so whole
      *          days' files carry somebody else's date.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintClockDriftReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOCK-FILE ASSIGN TO "./data/fleet_clock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-FILE-STATUS.
           SELECT FLEET-OFFSET-FILE ASSIGN TO FLEET-OFFSET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-OFFSET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-FILE.
       01  CLOCK-RECORD.
           COPY CLOCKOFS.

       FD  FLEET-OFFSET-FILE.
      *> the consolidated line is the cabinet prefix plus the
      *> offset line's own columns.
       01  FLEET-OFFSET-LINE.
           05 FI-CABINET PIC X(8).
           05 FI-SEP     PIC X(1).
           COPY CLOCKOFS REPLACING LEADING ==CO-== BY ==FO-==.

       WORKING-STORAGE SECTION.
       01  CLOCK-FILE-STATUS PIC X(2).
       01  FLEET-OFFSET-STATUS PIC X(2).
       01  FLEET-OFFSET-PATH PIC X(60) VALUE SPACES.

       01  CLOCK-LIMITS.
           COPY CLKLIMIT.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DAYS-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  DAYS-TOKEN-NUM REDEFINES DAYS-TOKEN PIC 9(4).

       01  WINDOW-DAYS PIC 9(4) VALUE 30.
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  FROM-NUMBER PIC 9(7) VALUE 0.
       01  FROM-YMD PIC 9(8) VALUE 0.

      *> every measure in the window, kept in cabinet, date and
      *> time order as it is loaded.
       01  MEASURE-TABLE.
           05 MEASURE-ENTRY OCCURS 3000 TIMES.
               10 MS-KEY.
                   15 MS-CABINET PIC X(8).
                   15 MS-DATE    PIC 9(8).
                   15 MS-TIME    PIC 9(6).
               10 MS-SOURCE PIC X(6).
               10 MS-OFFSET PIC S9(7).
               10 MS-CABINET-DATE PIC 9(8).
               10 MS-ACTION PIC X(1).
       01  MEASURE-COUNT PIC 9(4) VALUE 0.
       01  MEASURE-IDX PIC 9(4) VALUE 0.
       01  INSERT-IDX PIC 9(4) VALUE 0.
       01  MEASURES-LEFT-OUT PIC 9(5) VALUE 0.

       01  NEW-MEASURE.
           05 NM-KEY.
               10 NM-CABINET PIC X(8).
               10 NM-DATE    PIC 9(8).
               10 NM-TIME    PIC 9(6).
           05 NM-SOURCE PIC X(6).
           05 NM-OFFSET PIC S9(7).
           05 NM-CABINET-DATE PIC 9(8).
           05 NM-ACTION PIC X(1).

      *> the dates a cabinet stamped while its clock was out.
       01  MARK-TABLE.
           05 MARK-ENTRY OCCURS 1000 TIMES.
               10 MK-CABINET PIC X(8).
               10 MK-DATE    PIC 9(8).
               10 MK-WORST   PIC S9(7).
       01  MARK-COUNT PIC 9(4) VALUE 0.
       01  MARK-IDX PIC 9(4) VALUE 0.
       01  MARK-FOUND PIC 9(4) VALUE 0.
       01  MARKS-LEFT-OUT PIC 9(5) VALUE 0.

      *> the cabinet being summed up as its measures go by.
       01  CURRENT-CABINET PIC X(8) VALUE SPACES.
       01  CAB-CHECKS PIC 9(5) VALUE 0.
       01  CAB-BAD PIC 9(3) VALUE 0.
       01  CAB-SET PIC 9(3) VALUE 0.
       01  CAB-FAILED PIC 9(3) VALUE 0.
       01  CAB-WORST PIC S9(7) VALUE 0.
       01  CAB-LAST-IDX PIC 9(4) VALUE 0.

       01  OFFSET-SIZE PIC 9(7) VALUE 0.
       01  WORST-SIZE PIC 9(7) VALUE 0.
       01  MARK-SIZE PIC 9(7) VALUE 0.
       01  OFFSET-TEXT PIC S9(7) SIGN IS LEADING SEPARATE.
       01  WORST-TEXT PIC S9(7) SIGN IS LEADING SEPARATE.
       01  CABINET-NOTE PIC X(5) VALUE SPACES.
       01  MARK-NOTE PIC X(9) VALUE SPACES.

       01  SPAN-DATE PIC 9(8) VALUE 0.
       01  SPAN-NUMBER PIC 9(7) VALUE 0.
       01  SPAN-END-NUMBER PIC 9(7) VALUE 0.
       01  MEASURED-NUMBER PIC 9(7) VALUE 0.
       01  NEXT-IDX PIC 9(4) VALUE 0.

       01  CABINETS-MEASURED PIC 9(4) VALUE 0.
       01  CABINETS-OUT-NOW PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-CLOCK-DRIFT-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DAYS-TOKEN
           END-UNSTRING.

           IF DAYS-TOKEN NOT = SPACES THEN
               INSPECT DAYS-TOKEN REPLACING LEADING SPACE BY "0"
               IF DAYS-TOKEN-NUM NOT NUMERIC OR DAYS-TOKEN-NUM = 0
               THEN
                   DISPLAY "Usage: PrintClockDriftReport [days]"
                   STOP RUN
               END-IF
               MOVE DAYS-TOKEN-NUM TO WINDOW-DAYS
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.
           COMPUTE FROM-NUMBER = TODAY-NUMBER - WINDOW-DAYS + 1.
           CALL "DayNumberToDate" USING
               BY REFERENCE FROM-NUMBER
               BY REFERENCE FROM-YMD
           END-CALL.

           PERFORM LOAD-BEACON-MEASURES.
           PERFORM LOAD-BOOT-MEASURES.

           DISPLAY "=== CABINET CLOCK DRIFT " FROM-YMD " TO " TODAY-YMD
               " (limit " CLOCK-DRIFT-LIMIT "s) ===".
           DISPLAY "cabinet  checks last measured          offset(s)"
               " worst(s) out set fail".

           IF MEASURE-COUNT = 0 THEN
               DISPLAY "(no clock measures in the window)"
               STOP RUN
           END-IF.

           MOVE SPACES TO CURRENT-CABINET.
           PERFORM VARYING MEASURE-IDX FROM 1 BY 1
               UNTIL MEASURE-IDX > MEASURE-COUNT
               IF MS-CABINET (MEASURE-IDX) NOT = CURRENT-CABINET THEN
                   PERFORM PRINT-CABINET-LINE
                   PERFORM START-CABINET
               END-IF
               PERFORM TAKE-MEASURE
           END-PERFORM.
           PERFORM PRINT-CABINET-LINE.

           DISPLAY " ".
           DISPLAY "day files stamped while the clock was out:".
           DISPLAY "cabinet  dated    worst(s)".
           IF MARK-COUNT = 0 THEN
               DISPLAY "(none)"
           END-IF.
           PERFORM VARYING MARK-IDX FROM 1 BY 1
               UNTIL MARK-IDX > MARK-COUNT
               PERFORM PRINT-MARK-LINE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "cabinets measured        " CABINETS-MEASURED.
           DISPLAY "clock out at last look   " CABINETS-OUT-NOW.
           DISPLAY "day files to distrust    " MARK-COUNT.
           IF MEASURES-LEFT-OUT > 0 OR MARKS-LEFT-OUT > 0 THEN
               DISPLAY "(tables full: " MEASURES-LEFT-OUT
                   " measures and " MARKS-LEFT-OUT
                   " dates left out; shorten the window)"
           END-IF.

           STOP RUN.

       LOAD-BEACON-MEASURES.
           OPEN INPUT CLOCK-FILE.

           IF CLOCK-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CLOCK-FILE-STATUS NOT = "00"
               READ CLOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CO-DATE NUMERIC AND CO-TIME NUMERIC
                       AND CO-OFFSET NUMERIC
                       AND CO-CABINET-DATE NUMERIC
                       AND CO-CABINET NOT = SPACES
                       AND CO-DATE >= FROM-YMD THEN
                           MOVE CO-CABINET TO NM-CABINET
                           MOVE CO-DATE TO NM-DATE
                           MOVE CO-TIME TO NM-TIME
                           MOVE CO-SOURCE TO NM-SOURCE
                           MOVE CO-OFFSET TO NM-OFFSET
                           MOVE CO-CABINET-DATE TO NM-CABINET-DATE
                           MOVE CO-ACTION TO NM-ACTION
                           PERFORM INSERT-MEASURE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CLOCK-FILE.

       LOAD-BOOT-MEASURES.
      *> each cabinet sends its whole boot-check history every
      *> night, so tonight's collection alone is the full story.
           MOVE SPACES TO FLEET-OFFSET-PATH.
           STRING "./data/collected_" TODAY-YMD
               "/fleet_clock_offset.dat"
               DELIMITED BY SIZE INTO FLEET-OFFSET-PATH
           END-STRING.

           OPEN INPUT FLEET-OFFSET-FILE.

           IF FLEET-OFFSET-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FLEET-OFFSET-STATUS NOT = "00"
               READ FLEET-OFFSET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FO-DATE NUMERIC AND FO-TIME NUMERIC
                       AND FO-OFFSET NUMERIC
                       AND FO-CABINET-DATE NUMERIC
                       AND FI-CABINET NOT = SPACES
                       AND FO-DATE >= FROM-YMD THEN
                           MOVE FI-CABINET TO NM-CABINET
                           MOVE FO-DATE TO NM-DATE
                           MOVE FO-TIME TO NM-TIME
                           MOVE FO-SOURCE TO NM-SOURCE
                           MOVE FO-OFFSET TO NM-OFFSET
                           MOVE FO-CABINET-DATE TO NM-CABINET-DATE
                           MOVE FO-ACTION TO NM-ACTION
                           PERFORM INSERT-MEASURE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FLEET-OFFSET-FILE.

       INSERT-MEASURE.
           IF MEASURE-COUNT >= 3000 THEN
               ADD 1 TO MEASURES-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.

      *> walk back from the end past every later key, shifting
      *> each up one, and drop the new measure into the gap.
           MOVE MEASURE-COUNT TO INSERT-IDX.
           PERFORM UNTIL INSERT-IDX = 0
           OR MS-KEY (INSERT-IDX) <= NM-KEY
               MOVE MEASURE-ENTRY (INSERT-IDX)
                   TO MEASURE-ENTRY (INSERT-IDX + 1)
               SUBTRACT 1 FROM INSERT-IDX
           END-PERFORM.

           ADD 1 TO MEASURE-COUNT.
           MOVE NEW-MEASURE TO MEASURE-ENTRY (INSERT-IDX + 1).

       START-CABINET.
           MOVE MS-CABINET (MEASURE-IDX) TO CURRENT-CABINET.
           MOVE 0 TO CAB-CHECKS.
           MOVE 0 TO CAB-BAD.
           MOVE 0 TO CAB-SET.
           MOVE 0 TO CAB-FAILED.
           MOVE 0 TO CAB-WORST.
           MOVE 0 TO WORST-SIZE.
           ADD 1 TO CABINETS-MEASURED.

       TAKE-MEASURE.
           ADD 1 TO CAB-CHECKS.
           MOVE MEASURE-IDX TO CAB-LAST-IDX.

           IF MS-OFFSET (MEASURE-IDX) < 0 THEN
               COMPUTE OFFSET-SIZE = 0 - MS-OFFSET (MEASURE-IDX)
           ELSE
               MOVE MS-OFFSET (MEASURE-IDX) TO OFFSET-SIZE
           END-IF.

           IF OFFSET-SIZE > WORST-SIZE THEN
               MOVE OFFSET-SIZE TO WORST-SIZE
               MOVE MS-OFFSET (MEASURE-IDX) TO CAB-WORST
           END-IF.

           IF MS-ACTION (MEASURE-IDX) = "S" THEN
               ADD 1 TO CAB-SET
           END-IF.
           IF MS-ACTION (MEASURE-IDX) = "F" THEN
               ADD 1 TO CAB-FAILED
           END-IF.

           IF OFFSET-SIZE > CLOCK-DRIFT-LIMIT THEN
               ADD 1 TO CAB-BAD
               PERFORM MARK-BAD-SPAN
           END-IF.

       MARK-BAD-SPAN.
      *> a boot check that set the clock leaves only that morning's
      *> stamps wrong; otherwise the clock stayed out until the
      *> cabinet's next measure (or today, with none since).
           CALL "DateToDayNumber" USING
               BY REFERENCE MS-CABINET-DATE (MEASURE-IDX)
               BY REFERENCE SPAN-NUMBER
           END-CALL.
           MOVE SPAN-NUMBER TO SPAN-END-NUMBER.

           IF MS-ACTION (MEASURE-IDX) NOT = "S" THEN
               COMPUTE NEXT-IDX = MEASURE-IDX + 1
               IF NEXT-IDX <= MEASURE-COUNT
               AND MS-CABINET (NEXT-IDX) = CURRENT-CABINET THEN
                   CALL "DateToDayNumber" USING
                       BY REFERENCE MS-CABINET-DATE (NEXT-IDX)
                       BY REFERENCE SPAN-END-NUMBER
                   END-CALL
               ELSE
                   CALL "DateToDayNumber" USING
                       BY REFERENCE MS-DATE (MEASURE-IDX)
                       BY REFERENCE MEASURED-NUMBER
                   END-CALL
                   COMPUTE SPAN-END-NUMBER =
                       SPAN-NUMBER + TODAY-NUMBER - MEASURED-NUMBER
               END-IF
           END-IF.

      *> a clock that ran backwards past the next measure, or a
      *> span past the window, is held to something sensible.
           IF SPAN-END-NUMBER < SPAN-NUMBER THEN
               MOVE SPAN-NUMBER TO SPAN-END-NUMBER
           END-IF.
           IF SPAN-END-NUMBER > SPAN-NUMBER + WINDOW-DAYS THEN
               COMPUTE SPAN-END-NUMBER = SPAN-NUMBER + WINDOW-DAYS
           END-IF.

           PERFORM UNTIL SPAN-NUMBER > SPAN-END-NUMBER
               CALL "DayNumberToDate" USING
                   BY REFERENCE SPAN-NUMBER
                   BY REFERENCE SPAN-DATE
               END-CALL
               PERFORM MARK-ONE-DATE
               ADD 1 TO SPAN-NUMBER
           END-PERFORM.

       MARK-ONE-DATE.
           MOVE 0 TO MARK-FOUND.
           PERFORM VARYING MARK-IDX FROM 1 BY 1
               UNTIL MARK-IDX > MARK-COUNT OR MARK-FOUND > 0
               IF MK-CABINET (MARK-IDX) = CURRENT-CABINET
               AND MK-DATE (MARK-IDX) = SPAN-DATE THEN
                   MOVE MARK-IDX TO MARK-FOUND
               END-IF
           END-PERFORM.

           IF MARK-FOUND = 0 THEN
               IF MARK-COUNT >= 1000 THEN
                   ADD 1 TO MARKS-LEFT-OUT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MARK-COUNT
               MOVE MARK-COUNT TO MARK-FOUND
               MOVE CURRENT-CABINET TO MK-CABINET (MARK-FOUND)
               MOVE SPAN-DATE TO MK-DATE (MARK-FOUND)
               MOVE 0 TO MK-WORST (MARK-FOUND)
           END-IF.

           IF MK-WORST (MARK-FOUND) < 0 THEN
               COMPUTE MARK-SIZE = 0 - MK-WORST (MARK-FOUND)
           ELSE
               MOVE MK-WORST (MARK-FOUND) TO MARK-SIZE
           END-IF.
           IF OFFSET-SIZE > MARK-SIZE THEN
               MOVE MS-OFFSET (MEASURE-IDX) TO MK-WORST (MARK-FOUND)
           END-IF.

       PRINT-CABINET-LINE.
           IF CURRENT-CABINET = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF MS-OFFSET (CAB-LAST-IDX) < 0 THEN
               COMPUTE OFFSET-SIZE = 0 - MS-OFFSET (CAB-LAST-IDX)
           ELSE
               MOVE MS-OFFSET (CAB-LAST-IDX) TO OFFSET-SIZE
           END-IF.

           MOVE SPACES TO CABINET-NOTE.
      *> a boot check that set the clock leaves it right after.
           IF OFFSET-SIZE > CLOCK-DRIFT-LIMIT
           AND MS-ACTION (CAB-LAST-IDX) NOT = "S" THEN
               MOVE "CLOCK" TO CABINET-NOTE
               ADD 1 TO CABINETS-OUT-NOW
           END-IF.

           MOVE MS-OFFSET (CAB-LAST-IDX) TO OFFSET-TEXT.
           MOVE CAB-WORST TO WORST-TEXT.

           DISPLAY CURRENT-CABINET " " CAB-CHECKS "  "
               MS-DATE (CAB-LAST-IDX) " " MS-TIME (CAB-LAST-IDX) " "
               MS-SOURCE (CAB-LAST-IDX) " " OFFSET-TEXT "  "
               WORST-TEXT " " CAB-BAD " " CAB-SET " " CAB-FAILED " "
               CABINET-NOTE.

       PRINT-MARK-LINE.
           IF MK-WORST (MARK-IDX) < 0 THEN
               COMPUTE MARK-SIZE = 0 - MK-WORST (MARK-IDX)
           ELSE
               MOVE MK-WORST (MARK-IDX) TO MARK-SIZE
           END-IF.

           IF MARK-SIZE >= 86400 THEN
               MOVE "WRONG DAY" TO MARK-NOTE
           ELSE
               MOVE "TIMES OFF" TO MARK-NOTE
           END-IF.

           MOVE MK-WORST (MARK-IDX) TO WORST-TEXT.
           DISPLAY MK-CABINET (MARK-IDX) " " MK-DATE (MARK-IDX) " "
               WORST-TEXT " " MARK-NOTE.
