      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office open work-order list, one block per
      *          technician (by id, from ./data/technicians.dat for
      *          the name; orders on no one's round come last as
      *          unassigned): every order not yet complete -- still
      *          open on the cabinet (O) or resolved there but with
      *          no time sheet booked (R) -- oldest first, with how
      *          many days it has stood since the incident was
      *          raised, and each technician's count and oldest age.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintWorkOrders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "./data/work_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDER-FILE-STATUS.
           SELECT TECHNICIAN-FILE ASSIGN TO "./data/technicians.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TECHNICIAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           COPY WORKORD.

       FD  TECHNICIAN-FILE.
       01  TECHNICIAN-RECORD.
           COPY TECHREC.
      *> room for a whole comment row, so it reads as one line.
       01  TECHNICIAN-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  WORK-ORDER-FILE-STATUS PIC X(2).
       01  TECHNICIAN-FILE-STATUS PIC X(2).
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  RAISED-NUMBER PIC 9(7) VALUE 0.

       01  OPEN-TABLE.
           05 OPEN-ENTRY OCCURS 2000 TIMES.
               10 OT-NUMBER     PIC 9(6).
               10 OT-CABINET    PIC X(8).
               10 OT-RAISED     PIC 9(8).
               10 OT-CATEGORY   PIC X(8).
               10 OT-STATUS     PIC X(1).
               10 OT-TECHNICIAN PIC X(8).
               10 OT-AGE        PIC 9(5).
               10 OT-TEXT       PIC X(40).
               10 OT-PRINTED    PIC 9(1).
       01  OPEN-COUNT PIC 9(4) VALUE 0.
       01  OPEN-IDX PIC 9(4) VALUE 0.
       01  OPEN-LEFT-OUT PIC 9(5) VALUE 0.

      *> the technicians holding open orders, printed lowest id
      *> first with the unassigned (blank id) last.
       01  HOLDER-TABLE.
           05 HOLDER-ENTRY OCCURS 200 TIMES.
               10 HD-TECHNICIAN PIC X(8).
               10 HD-PRINTED    PIC 9(1).
       01  HOLDER-COUNT PIC 9(3) VALUE 0.
       01  HOLDER-IDX PIC 9(3) VALUE 0.
       01  FOUND-HOLDER-IDX PIC 9(3) VALUE 0.
       01  NEXT-HOLDER-IDX PIC 9(3) VALUE 0.
       01  PRINT-ROUND PIC 9(3) VALUE 0.

       01  TECHNICIAN-TABLE.
           05 TECHNICIAN-ENTRY OCCURS 200 TIMES.
               10 TT-TECHNICIAN PIC X(8).
               10 TT-NAME       PIC X(20).
       01  TECHNICIAN-COUNT PIC 9(3) VALUE 0.
       01  TECHNICIAN-IDX PIC 9(3) VALUE 0.
       01  HOLDER-NAME PIC X(20) VALUE SPACES.

       01  OLDEST-IDX PIC 9(4) VALUE 0.
       01  BLOCK-COUNT PIC 9(4) VALUE 0.
       01  BLOCK-OLDEST PIC 9(5) VALUE 0.
       01  PRINT-ORDER PIC 9(4) VALUE 0.
       01  AGE-TEXT PIC ZZZZ9.
       01  STATUS-TEXT PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-WORK-ORDERS-MAIN.
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.

           PERFORM LOAD-TECHNICIANS.

           OPEN INPUT WORK-ORDER-FILE.

           IF WORK-ORDER-FILE-STATUS NOT = "00" THEN
               DISPLAY "No work-order file (./data/work_orders.dat)"
                   " yet."
               STOP RUN
           END-IF.

           PERFORM UNTIL WORK-ORDER-FILE-STATUS NOT = "00"
               READ WORK-ORDER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WO-NUMBER NUMERIC
                       AND (WO-STATUS = "O" OR WO-STATUS = "R") THEN
                           PERFORM TAKE-OPEN-ORDER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WORK-ORDER-FILE.

           DISPLAY "=== OPEN WORK ORDERS " TODAY-YMD " ===".

           IF OPEN-COUNT = 0 THEN
               DISPLAY "(no work order is waiting on a technician)"
               STOP RUN
           END-IF.

           PERFORM VARYING PRINT-ROUND FROM 1 BY 1
               UNTIL PRINT-ROUND > HOLDER-COUNT
               PERFORM PICK-NEXT-HOLDER
               PERFORM PRINT-HOLDER-BLOCK
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "open work orders " OPEN-COUNT.
           IF OPEN-LEFT-OUT > 0 THEN
               DISPLAY "more than 2000 open; " OPEN-LEFT-OUT
                   " not listed."
           END-IF.

           STOP RUN.

       LOAD-TECHNICIANS.
           OPEN INPUT TECHNICIAN-FILE.

           IF TECHNICIAN-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL TECHNICIAN-FILE-STATUS NOT = "00"
               READ TECHNICIAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-SITE-CODE (1:1) NOT = "#"
                       AND TC-TECHNICIAN NOT = SPACES
                       AND TECHNICIAN-COUNT < 200
                           ADD 1 TO TECHNICIAN-COUNT
                           MOVE TC-TECHNICIAN
                               TO TT-TECHNICIAN (TECHNICIAN-COUNT)
                           MOVE TC-NAME TO TT-NAME (TECHNICIAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TECHNICIAN-FILE.

       TAKE-OPEN-ORDER.
           IF OPEN-COUNT >= 2000 THEN
               ADD 1 TO OPEN-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO OPEN-COUNT.
           MOVE WO-NUMBER TO OT-NUMBER (OPEN-COUNT).
           MOVE WO-CABINET TO OT-CABINET (OPEN-COUNT).
           MOVE WO-RAISED-DATE TO OT-RAISED (OPEN-COUNT).
           MOVE WO-CATEGORY TO OT-CATEGORY (OPEN-COUNT).
           MOVE WO-STATUS TO OT-STATUS (OPEN-COUNT).
           MOVE WO-TECHNICIAN TO OT-TECHNICIAN (OPEN-COUNT).
           MOVE WO-TEXT TO OT-TEXT (OPEN-COUNT).
           MOVE 0 TO OT-PRINTED (OPEN-COUNT).

           CALL "DateToDayNumber" USING
               BY REFERENCE WO-RAISED-DATE
               BY REFERENCE RAISED-NUMBER
           END-CALL.
           IF RAISED-NUMBER < TODAY-NUMBER THEN
               COMPUTE OT-AGE (OPEN-COUNT) =
                   TODAY-NUMBER - RAISED-NUMBER
           ELSE
               MOVE 0 TO OT-AGE (OPEN-COUNT)
           END-IF.

           MOVE 0 TO FOUND-HOLDER-IDX.
           PERFORM VARYING HOLDER-IDX FROM 1 BY 1
               UNTIL HOLDER-IDX > HOLDER-COUNT
               OR FOUND-HOLDER-IDX > 0
               IF HD-TECHNICIAN (HOLDER-IDX) = WO-TECHNICIAN THEN
                   MOVE HOLDER-IDX TO FOUND-HOLDER-IDX
               END-IF
           END-PERFORM.

           IF FOUND-HOLDER-IDX = 0 AND HOLDER-COUNT < 200 THEN
               ADD 1 TO HOLDER-COUNT
               MOVE WO-TECHNICIAN TO HD-TECHNICIAN (HOLDER-COUNT)
               MOVE 0 TO HD-PRINTED (HOLDER-COUNT)
           END-IF.

       PICK-NEXT-HOLDER.
           MOVE 0 TO NEXT-HOLDER-IDX.
           PERFORM VARYING HOLDER-IDX FROM 1 BY 1
               UNTIL HOLDER-IDX > HOLDER-COUNT
               IF HD-PRINTED (HOLDER-IDX) = 0 THEN
                   EVALUATE TRUE
                       WHEN NEXT-HOLDER-IDX = 0
                           MOVE HOLDER-IDX TO NEXT-HOLDER-IDX
                       WHEN HD-TECHNICIAN (NEXT-HOLDER-IDX) = SPACES
                           MOVE HOLDER-IDX TO NEXT-HOLDER-IDX
                       WHEN HD-TECHNICIAN (HOLDER-IDX) NOT = SPACES
                       AND HD-TECHNICIAN (HOLDER-IDX)
                           < HD-TECHNICIAN (NEXT-HOLDER-IDX)
                           MOVE HOLDER-IDX TO NEXT-HOLDER-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE 1 TO HD-PRINTED (NEXT-HOLDER-IDX).

       PRINT-HOLDER-BLOCK.
           MOVE SPACES TO HOLDER-NAME.
           PERFORM VARYING TECHNICIAN-IDX FROM 1 BY 1
               UNTIL TECHNICIAN-IDX > TECHNICIAN-COUNT
               OR HOLDER-NAME NOT = SPACES
               IF TT-TECHNICIAN (TECHNICIAN-IDX)
                   = HD-TECHNICIAN (NEXT-HOLDER-IDX) THEN
                   MOVE TT-NAME (TECHNICIAN-IDX) TO HOLDER-NAME
               END-IF
           END-PERFORM.

           DISPLAY " ".
           IF HD-TECHNICIAN (NEXT-HOLDER-IDX) = SPACES THEN
               DISPLAY "--- UNASSIGNED (site on no technician's"
                   " round) ---"
           ELSE
               DISPLAY "--- " HD-TECHNICIAN (NEXT-HOLDER-IDX) " "
                   HOLDER-NAME " ---"
           END-IF.
           DISPLAY "order  cabinet  raised   category status  "
               " age  incident".

           MOVE 0 TO BLOCK-COUNT.
           MOVE 0 TO BLOCK-OLDEST.

      *> oldest first: pick the oldest unprinted order each time.
           PERFORM VARYING PRINT-ORDER FROM 1 BY 1
               UNTIL PRINT-ORDER > OPEN-COUNT
               MOVE 0 TO OLDEST-IDX
               PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-COUNT
                   IF OT-PRINTED (OPEN-IDX) = 0
                   AND OT-TECHNICIAN (OPEN-IDX)
                       = HD-TECHNICIAN (NEXT-HOLDER-IDX) THEN
                       IF OLDEST-IDX = 0
                       OR OT-AGE (OPEN-IDX) > OT-AGE (OLDEST-IDX) THEN
                           MOVE OPEN-IDX TO OLDEST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF OLDEST-IDX = 0 THEN
                   MOVE OPEN-COUNT TO PRINT-ORDER
               ELSE
                   PERFORM PRINT-ONE-ORDER
               END-IF
           END-PERFORM.

           MOVE BLOCK-OLDEST TO AGE-TEXT.
           DISPLAY "  " BLOCK-COUNT " open, oldest " AGE-TEXT
               " days".

       PRINT-ONE-ORDER.
           MOVE 1 TO OT-PRINTED (OLDEST-IDX).
           ADD 1 TO BLOCK-COUNT.
           IF OT-AGE (OLDEST-IDX) > BLOCK-OLDEST THEN
               MOVE OT-AGE (OLDEST-IDX) TO BLOCK-OLDEST
           END-IF.

           IF OT-STATUS (OLDEST-IDX) = "R" THEN
               MOVE "NO SHEET" TO STATUS-TEXT
           ELSE
               MOVE "OPEN" TO STATUS-TEXT
           END-IF.

           MOVE OT-AGE (OLDEST-IDX) TO AGE-TEXT.
           DISPLAY OT-NUMBER (OLDEST-IDX) " "
               OT-CABINET (OLDEST-IDX) " "
               OT-RAISED (OLDEST-IDX) " "
               OT-CATEGORY (OLDEST-IDX) " "
               STATUS-TEXT AGE-TEXT "  "
               OT-TEXT (OLDEST-IDX).
