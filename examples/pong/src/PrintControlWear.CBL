      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Stand-alone wear report over the cabinet's physical
      *          controls: for every control in the parts table
      *          (./data/control_parts.dat) the actuations counted in
      *          ./data/control_wear.dat since its part was last
      *          changed, its rated life, and the wear as a
      *          percentage of that life -- PM where the automatic
      *          preventive-maintenance incident is already on the
      *          book, DUE at or past rated life, NEAR from 80%. A
      *          counted control with no parts row is listed as not
      *          rated. The foot lists the parts to take on the next
      *          round: one line per part, with how many of them the
      *          controls at 80% or more call for.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintControlWear.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTS-FILE ASSIGN TO "./data/control_parts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTS-FILE-STATUS.
           SELECT WEAR-FILE ASSIGN TO "./data/control_wear.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTS-FILE.
       01  PARTS-RECORD.
           COPY CTLPART.
      *> room for a whole comment row, so it reads as one line.
       01  PARTS-LINE PIC X(120).

       FD  WEAR-FILE.
       01  WEAR-RECORD.
           COPY CTLWEAR.

       WORKING-STORAGE SECTION.
       01  PARTS-FILE-STATUS PIC X(2).
       01  WEAR-FILE-STATUS PIC X(2).
       01  TODAY-YMD PIC 9(8) VALUE 0.

      *> one row per control, from the parts table first and then
      *> any counted control the table doesn't rate.
       01  CONTROL-TABLE.
           05 CONTROL-ENTRY OCCURS 40 TIMES.
               10 CR-CONTROL    PIC X(8).
               10 CR-CATEGORY   PIC X(8).
               10 CR-RATED-LIFE PIC 9(9).
               10 CR-PART       PIC X(30).
               10 CR-PRESSES    PIC 9(9).
               10 CR-PM-FLAG    PIC X(1).
               10 CR-SINCE-DATE PIC 9(8).
       01  CONTROL-COUNT PIC 9(2) VALUE 0.
       01  CONTROL-IDX PIC 9(2) VALUE 0.
       01  FOUND-CONTROL PIC 9(2) VALUE 0.

      *> the parts to bring, one row per distinct part.
       01  BRING-TABLE.
           05 BRING-ENTRY OCCURS 40 TIMES.
               10 BR-PART  PIC X(30).
               10 BR-COUNT PIC 9(3).
       01  BRING-COUNT PIC 9(2) VALUE 0.
       01  BRING-IDX PIC 9(2) VALUE 0.
       01  FOUND-BRING PIC 9(2) VALUE 0.

       01  WEAR-PCT PIC 9(5) VALUE 0.
       01  WEAR-NOTE PIC X(4) VALUE SPACES.
       01  DUE-COUNT PIC 9(2) VALUE 0.
       01  NEAR-COUNT PIC 9(2) VALUE 0.
      *> the share of rated life at which a control goes on the
      *> round's list ahead of failing.
       01  NEAR-PCT PIC 9(3) VALUE 80.

       PROCEDURE DIVISION.
       PRINT-CONTROL-WEAR.
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

           OPEN INPUT PARTS-FILE.

           IF PARTS-FILE-STATUS = "00" THEN
               PERFORM UNTIL PARTS-FILE-STATUS NOT = "00"
               OR CONTROL-COUNT >= 40
                   READ PARTS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-PARTS-ROW
                   END-READ
               END-PERFORM
               CLOSE PARTS-FILE
           END-IF.

           OPEN INPUT WEAR-FILE.

           IF WEAR-FILE-STATUS = "00" THEN
               PERFORM UNTIL WEAR-FILE-STATUS NOT = "00"
                   READ WEAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CW-CONTROL NOT = SPACES
                           AND CW-PRESSES NUMERIC THEN
                               PERFORM TAKE-WEAR-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEAR-FILE
           END-IF.

           IF CONTROL-COUNT = 0 THEN
               DISPLAY "No parts table (./data/control_parts.dat)"
                   " and no counted presses yet."
               STOP RUN
           END-IF.

           DISPLAY "=== CONTROL WEAR " TODAY-YMD " ===".
           DISPLAY "control  category presses     rated      wear%"
               "      since     part".

           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-COUNT
               PERFORM PRINT-ONE-CONTROL
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "due or past rated life " DUE-COUNT
               ", within " NEAR-PCT "% of it " NEAR-COUNT.

           DISPLAY " ".
           DISPLAY "=== PARTS FOR THE NEXT ROUND ===".
           IF BRING-COUNT = 0 THEN
               DISPLAY "(no control is within " NEAR-PCT
                   "% of its rated life)"
           END-IF.
           PERFORM VARYING BRING-IDX FROM 1 BY 1
               UNTIL BRING-IDX > BRING-COUNT
               DISPLAY "  " BR-COUNT (BRING-IDX) " x "
                   BR-PART (BRING-IDX)
           END-PERFORM.

           STOP RUN.

       TAKE-PARTS-ROW.
      *> comment rows don't start with a letter.
           IF CP-CONTROL (1:1) IS NOT ALPHABETIC
           OR CP-CONTROL (1:1) = SPACE
           OR CP-RATED-LIFE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CONTROL-COUNT.
           MOVE CP-CONTROL TO CR-CONTROL (CONTROL-COUNT).
           MOVE CP-CATEGORY TO CR-CATEGORY (CONTROL-COUNT).
           MOVE CP-RATED-LIFE TO CR-RATED-LIFE (CONTROL-COUNT).
           MOVE CP-PART TO CR-PART (CONTROL-COUNT).
           MOVE 0 TO CR-PRESSES (CONTROL-COUNT).
           MOVE SPACE TO CR-PM-FLAG (CONTROL-COUNT).
           MOVE 0 TO CR-SINCE-DATE (CONTROL-COUNT).

       TAKE-WEAR-ROW.
           MOVE 0 TO FOUND-CONTROL.
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-COUNT
               OR FOUND-CONTROL > 0
               IF CR-CONTROL (CONTROL-IDX) = CW-CONTROL THEN
                   MOVE CONTROL-IDX TO FOUND-CONTROL
               END-IF
           END-PERFORM.

           IF FOUND-CONTROL = 0 THEN
               IF CONTROL-COUNT >= 40 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONTROL-COUNT
               MOVE CONTROL-COUNT TO FOUND-CONTROL
               MOVE CW-CONTROL TO CR-CONTROL (FOUND-CONTROL)
               MOVE SPACES TO CR-CATEGORY (FOUND-CONTROL)
               MOVE 0 TO CR-RATED-LIFE (FOUND-CONTROL)
               MOVE SPACES TO CR-PART (FOUND-CONTROL)
           END-IF.

           MOVE CW-PRESSES TO CR-PRESSES (FOUND-CONTROL).
           MOVE CW-PM-FLAG TO CR-PM-FLAG (FOUND-CONTROL).
           IF CW-SINCE-DATE NUMERIC THEN
               MOVE CW-SINCE-DATE TO CR-SINCE-DATE (FOUND-CONTROL)
           ELSE
               MOVE 0 TO CR-SINCE-DATE (FOUND-CONTROL)
           END-IF.

       PRINT-ONE-CONTROL.
           IF CR-RATED-LIFE (CONTROL-IDX) = 0 THEN
               DISPLAY CR-CONTROL (CONTROL-IDX) " "
                   CR-CATEGORY (CONTROL-IDX) " "
                   CR-PRESSES (CONTROL-IDX)
                   "   (not rated)        "
                   CR-SINCE-DATE (CONTROL-IDX)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WEAR-PCT =
               CR-PRESSES (CONTROL-IDX) * 100
               / CR-RATED-LIFE (CONTROL-IDX)
               ON SIZE ERROR
                   MOVE 99999 TO WEAR-PCT
           END-COMPUTE.

           MOVE SPACES TO WEAR-NOTE.
           EVALUATE TRUE
               WHEN CR-PM-FLAG (CONTROL-IDX) = "P"
                   MOVE "PM" TO WEAR-NOTE
                   ADD 1 TO DUE-COUNT
               WHEN WEAR-PCT >= 100
                   MOVE "DUE" TO WEAR-NOTE
                   ADD 1 TO DUE-COUNT
               WHEN WEAR-PCT >= NEAR-PCT
                   MOVE "NEAR" TO WEAR-NOTE
                   ADD 1 TO NEAR-COUNT
           END-EVALUATE.

           IF WEAR-NOTE NOT = SPACES THEN
               PERFORM ADD-TO-ROUND
           END-IF.

           DISPLAY CR-CONTROL (CONTROL-IDX) " "
               CR-CATEGORY (CONTROL-IDX) " "
               CR-PRESSES (CONTROL-IDX) "   "
               CR-RATED-LIFE (CONTROL-IDX) "  "
               WEAR-PCT " " WEAR-NOTE " "
               CR-SINCE-DATE (CONTROL-IDX) "  "
               CR-PART (CONTROL-IDX).

       ADD-TO-ROUND.
           MOVE 0 TO FOUND-BRING.
           PERFORM VARYING BRING-IDX FROM 1 BY 1
               UNTIL BRING-IDX > BRING-COUNT OR FOUND-BRING > 0
               IF BR-PART (BRING-IDX) = CR-PART (CONTROL-IDX) THEN
                   MOVE BRING-IDX TO FOUND-BRING
               END-IF
           END-PERFORM.

           IF FOUND-BRING = 0 THEN
               ADD 1 TO BRING-COUNT
               MOVE BRING-COUNT TO FOUND-BRING
               MOVE CR-PART (CONTROL-IDX) TO BR-PART (FOUND-BRING)
               MOVE 0 TO BR-COUNT (FOUND-BRING)
           END-IF.

           ADD 1 TO BR-COUNT (FOUND-BRING).
