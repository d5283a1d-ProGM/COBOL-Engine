      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office mean-time-between-failures report. Over
      *          the last so many days (365, or the number on the
      *          command line) every work order raised
      *          (./data/work_orders.dat) counts as a failure of its
      *          category on its cabinet's model (the model column
      *          of ./data/locations.dat; UNKNOWN for a blank one or
      *          a cabinet not in the register) -- except the
      *          automatic preventive-maintenance orders, which are
      *          a part changed before it failed. The cabinet-days
      *          in service (the model's cabinets times the window)
      *          over the failures give the MTBF in days, per
      *          category and for the model as a whole.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintMtbfReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "./data/work_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           COPY WORKORD.

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS PIC X(2).
       01  WORK-ORDER-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DAYS-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  DAYS-TOKEN-NUM REDEFINES DAYS-TOKEN PIC 9(4).

       01  WINDOW-DAYS PIC 9(4) VALUE 365.
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  FROM-NUMBER PIC 9(7) VALUE 0.
       01  FROM-YMD PIC 9(8) VALUE 0.

       01  LOCATION-TABLE.
           05 LOCATION-ENTRY OCCURS 200 TIMES.
               10 LT-CABINET-ID PIC X(8).
               10 LT-MODEL      PIC X(10).
       01  LOCATION-COUNT PIC 9(3) VALUE 0.
       01  LOCATION-IDX PIC 9(3) VALUE 0.
       01  CABINET-MODEL PIC X(10) VALUE SPACES.

       01  MODEL-TABLE.
           05 MODEL-ENTRY OCCURS 20 TIMES.
               10 MD-MODEL    PIC X(10).
               10 MD-CABINETS PIC 9(3).
               10 MD-FAILURES PIC 9(5).
       01  MODEL-COUNT PIC 9(2) VALUE 0.
       01  MODEL-IDX PIC 9(2) VALUE 0.
       01  FOUND-MODEL-IDX PIC 9(2) VALUE 0.

       01  FAILURE-TABLE.
           05 FAILURE-ENTRY OCCURS 200 TIMES.
               10 FL-MODEL-IDX PIC 9(2).
               10 FL-CATEGORY  PIC X(8).
               10 FL-FAILURES  PIC 9(5).
       01  FAILURE-COUNT PIC 9(3) VALUE 0.
       01  FAILURE-IDX PIC 9(3) VALUE 0.
       01  FOUND-FAILURE-IDX PIC 9(3) VALUE 0.

       01  FAILURES-COUNTED PIC 9(5) VALUE 0.
       01  PM-ORDERS-SKIPPED PIC 9(5) VALUE 0.
       01  CABINET-DAYS PIC 9(9) VALUE 0.
       01  MTBF-DAYS PIC 9(7)V9 VALUE 0.
       01  MTBF-TEXT PIC Z(6)9.9.
       01  SHOW-FAILURES PIC 9(5) VALUE 0.
       01  SHOW-CATEGORY PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-MTBF-REPORT-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DAYS-TOKEN
           END-UNSTRING.

           IF DAYS-TOKEN NOT = SPACES THEN
               INSPECT DAYS-TOKEN REPLACING LEADING SPACE BY "0"
               IF DAYS-TOKEN-NUM NOT NUMERIC OR DAYS-TOKEN-NUM = 0
               THEN
                   DISPLAY "Usage: PrintMtbfReport [days]"
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

           PERFORM LOAD-LOCATIONS.

           OPEN INPUT WORK-ORDER-FILE.

           IF WORK-ORDER-FILE-STATUS = "00" THEN
               PERFORM UNTIL WORK-ORDER-FILE-STATUS NOT = "00"
                   READ WORK-ORDER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WO-NUMBER NUMERIC
                           AND WO-RAISED-DATE NUMERIC
                           AND WO-RAISED-DATE >= FROM-YMD
                           AND WO-RAISED-DATE <= TODAY-YMD THEN
                               PERFORM TAKE-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.

           DISPLAY "=== MTBF BY MODEL AND CATEGORY " FROM-YMD " TO "
               TODAY-YMD " ===".
           DISPLAY "failures counted        " FAILURES-COUNTED.
           DISPLAY "preventive jobs left out " PM-ORDERS-SKIPPED.

           IF MODEL-COUNT = 0 THEN
               DISPLAY "(no cabinets in the register and no work"
                   " orders in the window)"
               STOP RUN
           END-IF.

           PERFORM VARYING MODEL-IDX FROM 1 BY 1
               UNTIL MODEL-IDX > MODEL-COUNT
               PERFORM PRINT-ONE-MODEL
           END-PERFORM.

           STOP RUN.

       LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE.

           IF LOCATION-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LOCATION-FILE-STATUS NOT = "00"
               READ LOCATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-CABINET-ID (1:1) NOT = "#"
                       AND LC-CABINET-ID NOT = SPACES
                       AND LOCATION-COUNT < 200
                           MOVE LC-MODEL TO CABINET-MODEL
                           PERFORM ADD-CABINET
                           MOVE LC-CABINET-ID
                               TO LT-CABINET-ID (LOCATION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOCATION-FILE.

      *> files the cabinet in hand under CABINET-MODEL and counts
      *> it into that model's fleet.
       ADD-CABINET.
           IF CABINET-MODEL = SPACES THEN
               MOVE "UNKNOWN" TO CABINET-MODEL
           END-IF.

           PERFORM FIND-MODEL.
           IF FOUND-MODEL-IDX > 0 THEN
               ADD 1 TO MD-CABINETS (FOUND-MODEL-IDX)
           END-IF.

           ADD 1 TO LOCATION-COUNT.
           MOVE CABINET-MODEL TO LT-MODEL (LOCATION-COUNT).

       FIND-MODEL.
           MOVE 0 TO FOUND-MODEL-IDX.
           PERFORM VARYING MODEL-IDX FROM 1 BY 1
               UNTIL MODEL-IDX > MODEL-COUNT OR FOUND-MODEL-IDX > 0
               IF MD-MODEL (MODEL-IDX) = CABINET-MODEL THEN
                   MOVE MODEL-IDX TO FOUND-MODEL-IDX
               END-IF
           END-PERFORM.

           IF FOUND-MODEL-IDX = 0 THEN
               IF MODEL-COUNT >= 20 THEN
                   DISPLAY "More than 20 models; " CABINET-MODEL
                       " left out."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MODEL-COUNT
               MOVE MODEL-COUNT TO FOUND-MODEL-IDX
               MOVE CABINET-MODEL TO MD-MODEL (FOUND-MODEL-IDX)
               MOVE 0 TO MD-CABINETS (FOUND-MODEL-IDX)
               MOVE 0 TO MD-FAILURES (FOUND-MODEL-IDX)
           END-IF.

       TAKE-ONE-ORDER.
      *> a preventive change is not a failure.
           IF WO-SOURCE = "A" AND WO-TEXT (1:7) = "PM due " THEN
               ADD 1 TO PM-ORDERS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CABINET-MODEL.
           PERFORM VARYING LOCATION-IDX FROM 1 BY 1
               UNTIL LOCATION-IDX > LOCATION-COUNT
               OR CABINET-MODEL NOT = SPACES
               IF LT-CABINET-ID (LOCATION-IDX) = WO-CABINET THEN
                   MOVE LT-MODEL (LOCATION-IDX) TO CABINET-MODEL
               END-IF
           END-PERFORM.

      *> a cabinet off the register still stood in service.
           IF CABINET-MODEL = SPACES THEN
               IF LOCATION-COUNT < 200 THEN
                   PERFORM ADD-CABINET
                   MOVE WO-CABINET TO LT-CABINET-ID (LOCATION-COUNT)
               ELSE
                   MOVE "UNKNOWN" TO CABINET-MODEL
                   PERFORM FIND-MODEL
               END-IF
           ELSE
               PERFORM FIND-MODEL
           END-IF.

           IF FOUND-MODEL-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO FAILURES-COUNTED.
           ADD 1 TO MD-FAILURES (FOUND-MODEL-IDX).

           MOVE 0 TO FOUND-FAILURE-IDX.
           PERFORM VARYING FAILURE-IDX FROM 1 BY 1
               UNTIL FAILURE-IDX > FAILURE-COUNT
               OR FOUND-FAILURE-IDX > 0
               IF FL-MODEL-IDX (FAILURE-IDX) = FOUND-MODEL-IDX
               AND FL-CATEGORY (FAILURE-IDX) = WO-CATEGORY THEN
                   MOVE FAILURE-IDX TO FOUND-FAILURE-IDX
               END-IF
           END-PERFORM.

           IF FOUND-FAILURE-IDX = 0 THEN
               IF FAILURE-COUNT >= 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FAILURE-COUNT
               MOVE FAILURE-COUNT TO FOUND-FAILURE-IDX
               MOVE FOUND-MODEL-IDX TO FL-MODEL-IDX (FOUND-FAILURE-IDX)
               MOVE WO-CATEGORY TO FL-CATEGORY (FOUND-FAILURE-IDX)
               MOVE 0 TO FL-FAILURES (FOUND-FAILURE-IDX)
           END-IF.

           ADD 1 TO FL-FAILURES (FOUND-FAILURE-IDX).

       PRINT-ONE-MODEL.
           COMPUTE CABINET-DAYS =
               MD-CABINETS (MODEL-IDX) * WINDOW-DAYS.

           DISPLAY " ".
           DISPLAY "--- " MD-MODEL (MODEL-IDX) " "
               MD-CABINETS (MODEL-IDX) " cabinets, " CABINET-DAYS
               " cabinet-days ---".
           DISPLAY "category failures  MTBF days".

           PERFORM VARYING FAILURE-IDX FROM 1 BY 1
               UNTIL FAILURE-IDX > FAILURE-COUNT
               IF FL-MODEL-IDX (FAILURE-IDX) = MODEL-IDX THEN
                   MOVE FL-CATEGORY (FAILURE-IDX) TO SHOW-CATEGORY
                   MOVE FL-FAILURES (FAILURE-IDX) TO SHOW-FAILURES
                   PERFORM PRINT-MTBF-LINE
               END-IF
           END-PERFORM.

           MOVE "ALL" TO SHOW-CATEGORY.
           MOVE MD-FAILURES (MODEL-IDX) TO SHOW-FAILURES.
           PERFORM PRINT-MTBF-LINE.

       PRINT-MTBF-LINE.
           IF SHOW-FAILURES = 0 THEN
               DISPLAY SHOW-CATEGORY " " SHOW-FAILURES
                   "     (no failures)"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE MTBF-DAYS ROUNDED = CABINET-DAYS / SHOW-FAILURES
               ON SIZE ERROR
                   MOVE 9999999.9 TO MTBF-DAYS
           END-COMPUTE.
           MOVE MTBF-DAYS TO MTBF-TEXT.
           DISPLAY SHOW-CATEGORY " " SHOW-FAILURES "    " MTBF-TEXT.
