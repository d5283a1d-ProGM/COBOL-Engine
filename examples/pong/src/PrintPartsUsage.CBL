      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office spare-parts usage report. For every
      *          part in the stock file (./data/spare_parts.dat) the
      *          quantity fitted on work orders completed in the
      *          last so many days (90, or the number on the command
      *          line; ./data/work_orders.dat), how many jobs took
      *          it, what is on the shelf and the reorder point --
      *          REORDER with the quantity to order where the shelf
      *          is at or below it. A part booked on a job but not
      *          stocked is listed after the stock.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintPartsUsage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "./data/spare_parts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-FILE-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "./data/work_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           COPY SPAREPRT.
      *> room for a whole comment row, so it reads as one line.
       01  STOCK-LINE PIC X(120).

       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           COPY WORKORD.

       WORKING-STORAGE SECTION.
       01  STOCK-FILE-STATUS PIC X(2).
       01  WORK-ORDER-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DAYS-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  DAYS-TOKEN-NUM REDEFINES DAYS-TOKEN PIC 9(4).

       01  WINDOW-DAYS PIC 9(4) VALUE 90.
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  FROM-NUMBER PIC 9(7) VALUE 0.
       01  FROM-YMD PIC 9(8) VALUE 0.

       01  PART-TABLE.
           05 PART-ENTRY OCCURS 300 TIMES.
               10 PU-PART-CODE     PIC X(8).
               10 PU-DESCRIPTION   PIC X(30).
               10 PU-STOCKED       PIC 9(1).
               10 PU-ON-HAND       PIC 9(5).
               10 PU-REORDER-POINT PIC 9(5).
               10 PU-REORDER-QTY   PIC 9(5).
               10 PU-USED          PIC 9(6).
               10 PU-JOBS          PIC 9(5).
       01  PART-COUNT PIC 9(3) VALUE 0.
       01  PART-IDX PIC 9(3) VALUE 0.
       01  FOUND-PART-IDX PIC 9(3) VALUE 0.
       01  SLOT-IDX PIC 9(1) VALUE 0.

       01  JOBS-COUNTED PIC 9(5) VALUE 0.
       01  REORDER-COUNT PIC 9(3) VALUE 0.
       01  REORDER-NOTE PIC X(16) VALUE SPACES.
       01  ORDER-QTY-TEXT PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINT-PARTS-USAGE-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DAYS-TOKEN
           END-UNSTRING.

           IF DAYS-TOKEN NOT = SPACES THEN
               INSPECT DAYS-TOKEN REPLACING LEADING SPACE BY "0"
               IF DAYS-TOKEN-NUM NOT NUMERIC OR DAYS-TOKEN-NUM = 0
               THEN
                   DISPLAY "Usage: PrintPartsUsage [days]"
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

           PERFORM LOAD-STOCK.

           OPEN INPUT WORK-ORDER-FILE.

           IF WORK-ORDER-FILE-STATUS = "00" THEN
               PERFORM UNTIL WORK-ORDER-FILE-STATUS NOT = "00"
                   READ WORK-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WO-NUMBER NUMERIC
                           AND WO-STATUS = "C"
                           AND WO-RESOLVED-DATE NUMERIC
                           AND WO-RESOLVED-DATE >= FROM-YMD
                           AND WO-RESOLVED-DATE <= TODAY-YMD THEN
                               PERFORM TAKE-COMPLETED-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.

           DISPLAY "=== SPARE-PARTS USAGE " FROM-YMD " TO " TODAY-YMD
               " ===".
           DISPLAY "jobs completed " JOBS-COUNTED.
           DISPLAY "part     description                    used  "
               " jobs  on hand reorder at".

           IF PART-COUNT = 0 THEN
               DISPLAY "(no spare-parts stock and no parts booked)"
           END-IF.

           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT
               PERFORM PRINT-ONE-PART
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "parts at or below their reorder point "
               REORDER-COUNT.

           STOP RUN.

       LOAD-STOCK.
           OPEN INPUT STOCK-FILE.

           IF STOCK-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL STOCK-FILE-STATUS NOT = "00"
           OR PART-COUNT >= 300
               READ STOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SK-PART-CODE (1:1) NOT = "#"
                       AND SK-PART-CODE NOT = SPACES
                       AND SK-ON-HAND NUMERIC THEN
                           PERFORM TAKE-STOCK-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-FILE.

       TAKE-STOCK-ROW.
           ADD 1 TO PART-COUNT.
           MOVE SK-PART-CODE TO PU-PART-CODE (PART-COUNT).
           MOVE SK-DESCRIPTION TO PU-DESCRIPTION (PART-COUNT).
           MOVE 1 TO PU-STOCKED (PART-COUNT).
           MOVE SK-ON-HAND TO PU-ON-HAND (PART-COUNT).
           IF SK-REORDER-POINT NUMERIC THEN
               MOVE SK-REORDER-POINT TO PU-REORDER-POINT (PART-COUNT)
           ELSE
               MOVE 0 TO PU-REORDER-POINT (PART-COUNT)
           END-IF.
           IF SK-REORDER-QTY NUMERIC THEN
               MOVE SK-REORDER-QTY TO PU-REORDER-QTY (PART-COUNT)
           ELSE
               MOVE 0 TO PU-REORDER-QTY (PART-COUNT)
           END-IF.
           MOVE 0 TO PU-USED (PART-COUNT).
           MOVE 0 TO PU-JOBS (PART-COUNT).

       TAKE-COMPLETED-ORDER.
           ADD 1 TO JOBS-COUNTED.

           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 3
               IF WO-PART-CODE (SLOT-IDX) NOT = SPACES
               AND WO-PART-QTY (SLOT-IDX) NUMERIC THEN
                   PERFORM COUNT-ONE-PART
               END-IF
           END-PERFORM.

       COUNT-ONE-PART.
           MOVE 0 TO FOUND-PART-IDX.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT OR FOUND-PART-IDX > 0
               IF PU-PART-CODE (PART-IDX) = WO-PART-CODE (SLOT-IDX)
                   MOVE PART-IDX TO FOUND-PART-IDX
               END-IF
           END-PERFORM.

           IF FOUND-PART-IDX = 0 THEN
               IF PART-COUNT >= 300 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PART-COUNT
               MOVE PART-COUNT TO FOUND-PART-IDX
               MOVE WO-PART-CODE (SLOT-IDX)
                   TO PU-PART-CODE (FOUND-PART-IDX)
               MOVE "(not stocked)" TO PU-DESCRIPTION (FOUND-PART-IDX)
               MOVE 0 TO PU-STOCKED (FOUND-PART-IDX)
               MOVE 0 TO PU-ON-HAND (FOUND-PART-IDX)
               MOVE 0 TO PU-REORDER-POINT (FOUND-PART-IDX)
               MOVE 0 TO PU-REORDER-QTY (FOUND-PART-IDX)
               MOVE 0 TO PU-USED (FOUND-PART-IDX)
               MOVE 0 TO PU-JOBS (FOUND-PART-IDX)
           END-IF.

           ADD WO-PART-QTY (SLOT-IDX) TO PU-USED (FOUND-PART-IDX).
           ADD 1 TO PU-JOBS (FOUND-PART-IDX).

       PRINT-ONE-PART.
           MOVE SPACES TO REORDER-NOTE.
           IF PU-STOCKED (PART-IDX) = 1
           AND PU-ON-HAND (PART-IDX) <= PU-REORDER-POINT (PART-IDX)
           THEN
               MOVE PU-REORDER-QTY (PART-IDX) TO ORDER-QTY-TEXT
               STRING "REORDER " ORDER-QTY-TEXT
                   DELIMITED BY SIZE INTO REORDER-NOTE
               END-STRING
               ADD 1 TO REORDER-COUNT
           END-IF.

           DISPLAY PU-PART-CODE (PART-IDX) " "
               PU-DESCRIPTION (PART-IDX) " "
               PU-USED (PART-IDX) " "
               PU-JOBS (PART-IDX) "   "
               PU-ON-HAND (PART-IDX) "   "
               PU-REORDER-POINT (PART-IDX) " "
               REORDER-NOTE.
