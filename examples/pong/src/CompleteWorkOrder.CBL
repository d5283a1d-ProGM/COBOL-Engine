      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Books a technician's time sheet against a work
      *          order: the travel and repair minutes and up to
      *          three spare parts fitted, each with its quantity.
      *          The order goes to C (complete; a job closed before
      *          the cabinet resolved its incident takes today as
      *          its resolved date) and the parts are drawn from
      *          the stock in ./data/spare_parts.dat. A part code
      *          not in the stock file refuses the whole sheet, so
      *          a typo can't book a part nobody can reorder; a part
      *          drawn below nothing is left at nothing and flagged
      *          for a stock count.
      *
      *          CompleteWorkOrder <order> <travel> <repair>
      *              [<part> <qty>] [<part> <qty>] [<part> <qty>]
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompleteWorkOrder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "./data/work_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDER-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN TO "./data/spare_parts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           COPY WORKORD.
       01  WORK-ORDER-LINE PIC X(146).

       FD  STOCK-FILE.
       01  STOCK-RECORD.
           COPY SPAREPRT.
      *> room for a whole comment row, so it reads as one line.
       01  STOCK-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  WORK-ORDER-FILE-STATUS PIC X(2).
       01  STOCK-FILE-STATUS PIC X(2).
       01  TODAY-YMD PIC 9(8) VALUE 0.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  ORDER-TOKEN PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01  ORDER-TOKEN-NUM REDEFINES ORDER-TOKEN PIC 9(6).
       01  TRAVEL-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  TRAVEL-TOKEN-NUM REDEFINES TRAVEL-TOKEN PIC 9(4).
       01  REPAIR-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  REPAIR-TOKEN-NUM REDEFINES REPAIR-TOKEN PIC 9(4).
       01  PART-TOKENS.
           05 PART-TOKEN OCCURS 3 TIMES.
               10 PT-CODE    PIC X(8).
               10 PT-QTY     PIC X(2) JUSTIFIED RIGHT.
               10 PT-QTY-NUM REDEFINES PT-QTY PIC 9(2).
               10 PT-STOCK-IDX PIC 9(3).
       01  PART-IDX PIC 9(1) VALUE 0.

       01  ORDER-TABLE.
           05 ORDER-ROW OCCURS 3000 TIMES PIC X(146).
       01  ORDER-COUNT PIC 9(4) VALUE 0.
       01  ORDER-IDX PIC 9(4) VALUE 0.
       01  FOUND-ORDER-IDX PIC 9(4) VALUE 0.

       01  HELD-ORDER.
           COPY WORKORD REPLACING LEADING ==WO-== BY ==HW-==.

       01  STOCK-TABLE.
           05 STOCK-ROW OCCURS 300 TIMES PIC X(120).
       01  STOCK-COUNT PIC 9(3) VALUE 0.
       01  STOCK-IDX PIC 9(3) VALUE 0.

       01  HELD-STOCK.
           COPY SPAREPRT REPLACING LEADING ==SK-== BY ==HS-==.

       01  BAD-SHEET-FLAG PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       COMPLETE-WORK-ORDER-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.
           MOVE SPACES TO PART-TOKENS.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO ORDER-TOKEN TRAVEL-TOKEN REPAIR-TOKEN
                   PT-CODE (1) PT-QTY (1)
                   PT-CODE (2) PT-QTY (2)
                   PT-CODE (3) PT-QTY (3)
           END-UNSTRING.

           INSPECT ORDER-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT TRAVEL-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT REPAIR-TOKEN REPLACING LEADING SPACE BY "0".
           PERFORM VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 3
               INSPECT PT-QTY (PART-IDX)
                   REPLACING LEADING SPACE BY "0"
               IF PT-CODE (PART-IDX) = SPACES THEN
                   MOVE "00" TO PT-QTY (PART-IDX)
               END-IF
               IF PT-QTY-NUM (PART-IDX) NOT NUMERIC
               OR (PT-CODE (PART-IDX) NOT = SPACES
                   AND PT-QTY-NUM (PART-IDX) = 0) THEN
                   MOVE 1 TO BAD-SHEET-FLAG
               END-IF
               MOVE 0 TO PT-STOCK-IDX (PART-IDX)
           END-PERFORM.

           IF ORDER-TOKEN-NUM NOT NUMERIC OR ORDER-TOKEN-NUM = 0
           OR TRAVEL-TOKEN-NUM NOT NUMERIC
           OR REPAIR-TOKEN-NUM NOT NUMERIC
           OR BAD-SHEET-FLAG = 1 THEN
               DISPLAY "Usage: CompleteWorkOrder <order> <travel>"
                   " <repair> [<part> <qty>] [<part> <qty>]"
                   " [<part> <qty>]"
               STOP RUN
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

           PERFORM LOAD-WORK-ORDERS.

           IF FOUND-ORDER-IDX = 0 THEN
               DISPLAY "Work order " ORDER-TOKEN-NUM
                   " is not on file."
               STOP RUN
           END-IF.

           MOVE ORDER-ROW (FOUND-ORDER-IDX) TO HELD-ORDER.
           IF HW-STATUS = "C" THEN
               DISPLAY "Work order " ORDER-TOKEN-NUM
                   " is already complete."
               STOP RUN
           END-IF.

           PERFORM LOAD-STOCK.

           PERFORM VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 3
               IF PT-CODE (PART-IDX) NOT = SPACES THEN
                   PERFORM FIND-STOCK-PART
               END-IF
           END-PERFORM.

           IF BAD-SHEET-FLAG = 1 THEN
               DISPLAY "Nothing booked against work order "
                   ORDER-TOKEN-NUM "."
               STOP RUN
           END-IF.

           MOVE "C" TO HW-STATUS.
           IF HW-RESOLVED-DATE NOT NUMERIC
           OR HW-RESOLVED-DATE = 0 THEN
               MOVE TODAY-YMD TO HW-RESOLVED-DATE
           END-IF.
           MOVE TRAVEL-TOKEN-NUM TO HW-TRAVEL-MINUTES.
           MOVE REPAIR-TOKEN-NUM TO HW-REPAIR-MINUTES.
           PERFORM VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 3
               MOVE PT-CODE (PART-IDX) TO HW-PART-CODE (PART-IDX)
               MOVE PT-QTY-NUM (PART-IDX) TO HW-PART-QTY (PART-IDX)
               IF PT-STOCK-IDX (PART-IDX) > 0 THEN
                   PERFORM DRAW-STOCK-PART
               END-IF
           END-PERFORM.
           MOVE HELD-ORDER TO ORDER-ROW (FOUND-ORDER-IDX).

           OPEN OUTPUT WORK-ORDER-FILE.

           IF WORK-ORDER-FILE-STATUS NOT = "00" THEN
               DISPLAY "work-order file unwritable (status "
                   WORK-ORDER-FILE-STATUS "); nothing booked."
               STOP RUN
           END-IF.

           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
               MOVE ORDER-ROW (ORDER-IDX) TO WORK-ORDER-LINE
               WRITE WORK-ORDER-LINE
           END-PERFORM.

           CLOSE WORK-ORDER-FILE.

           IF STOCK-COUNT > 0 THEN
               PERFORM SAVE-STOCK
           END-IF.

           DISPLAY "Work order " HW-NUMBER " " HW-CABINET " "
               HW-CATEGORY " complete: travel " HW-TRAVEL-MINUTES
               " min, repair " HW-REPAIR-MINUTES " min.".

           STOP RUN.

       LOAD-WORK-ORDERS.
           MOVE 0 TO FOUND-ORDER-IDX.

           OPEN INPUT WORK-ORDER-FILE.

           IF WORK-ORDER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WORK-ORDER-FILE-STATUS NOT = "00"
           OR ORDER-COUNT >= 3000
               READ WORK-ORDER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO ORDER-COUNT
                       MOVE WORK-ORDER-LINE TO ORDER-ROW (ORDER-COUNT)
                       IF WO-NUMBER NUMERIC
                       AND WO-NUMBER = ORDER-TOKEN-NUM THEN
                           MOVE ORDER-COUNT TO FOUND-ORDER-IDX
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WORK-ORDER-FILE.

       LOAD-STOCK.
           OPEN INPUT STOCK-FILE.

           IF STOCK-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL STOCK-FILE-STATUS NOT = "00"
           OR STOCK-COUNT >= 300
               READ STOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO STOCK-COUNT
                       MOVE STOCK-LINE TO STOCK-ROW (STOCK-COUNT)
               END-READ
           END-PERFORM.

           CLOSE STOCK-FILE.

       FIND-STOCK-PART.
           PERFORM VARYING STOCK-IDX FROM 1 BY 1
               UNTIL STOCK-IDX > STOCK-COUNT
               OR PT-STOCK-IDX (PART-IDX) > 0
               MOVE STOCK-ROW (STOCK-IDX) TO HELD-STOCK
               IF HS-PART-CODE (1:1) NOT = "#"
               AND HS-PART-CODE = PT-CODE (PART-IDX)
               AND HS-ON-HAND NUMERIC THEN
                   MOVE STOCK-IDX TO PT-STOCK-IDX (PART-IDX)
               END-IF
           END-PERFORM.

           IF PT-STOCK-IDX (PART-IDX) = 0 THEN
               DISPLAY "Part " PT-CODE (PART-IDX)
                   " is not in the spare-parts stock."
               MOVE 1 TO BAD-SHEET-FLAG
           END-IF.

       DRAW-STOCK-PART.
           MOVE STOCK-ROW (PT-STOCK-IDX (PART-IDX)) TO HELD-STOCK.

           IF HS-ON-HAND < PT-QTY-NUM (PART-IDX) THEN
               DISPLAY "Stock of " HS-PART-CODE " shows only "
                   HS-ON-HAND "; left at nothing -- count the shelf."
               MOVE 0 TO HS-ON-HAND
           ELSE
               SUBTRACT PT-QTY-NUM (PART-IDX) FROM HS-ON-HAND
           END-IF.

           IF HS-REORDER-POINT NUMERIC
           AND HS-ON-HAND <= HS-REORDER-POINT THEN
               DISPLAY "Part " HS-PART-CODE " at " HS-ON-HAND
                   ", reorder point " HS-REORDER-POINT
                   " -- order " HS-REORDER-QTY "."
           END-IF.

           MOVE HELD-STOCK TO STOCK-ROW (PT-STOCK-IDX (PART-IDX)).

       SAVE-STOCK.
           OPEN OUTPUT STOCK-FILE.

           IF STOCK-FILE-STATUS NOT = "00" THEN
               DISPLAY "spare-parts file unwritable (status "
                   STOCK-FILE-STATUS "); stock not drawn."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING STOCK-IDX FROM 1 BY 1
               UNTIL STOCK-IDX > STOCK-COUNT
               MOVE STOCK-ROW (STOCK-IDX) TO STOCK-LINE
               WRITE STOCK-LINE
           END-PERFORM.

           CLOSE STOCK-FILE.
