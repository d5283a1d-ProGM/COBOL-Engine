      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Starts a control's count over once its worn part
      *          has been changed: the control's row in
      *          ./data/control_wear.dat goes back to zero presses,
      *          its PM flag is cleared for the new part's life, and
      *          the count dates from today. Called by
      *          ResolveIncident when the incident closed is the
      *          automatic preventive-maintenance one for that
      *          control. Every other row is carried through as is.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResetControlWear.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEAR-FILE ASSIGN TO "./data/control_wear.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEAR-FILE.
       01  WEAR-RECORD.
           COPY CTLWEAR.

       WORKING-STORAGE SECTION.
       01  WEAR-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).

       01  WEAR-TABLE.
           05 WEAR-ROW OCCURS 40 TIMES PIC X(29).
       01  WEAR-COUNT PIC 9(2) VALUE 0.
       01  WEAR-IDX PIC 9(2) VALUE 0.
       01  FOUND-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  RESET-CONTROL PIC X(8).

       PROCEDURE DIVISION USING RESET-CONTROL.
       RESET-CONTROL-WEAR-LOGIC.
           MOVE 0 TO WEAR-COUNT.
           MOVE 0 TO FOUND-FLAG.

           OPEN INPUT WEAR-FILE.

           IF WEAR-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.

           PERFORM UNTIL WEAR-FILE-STATUS NOT = "00"
           OR WEAR-COUNT >= 40
               READ WEAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-WEAR-ROW
               END-READ
           END-PERFORM.

           CLOSE WEAR-FILE.

           IF FOUND-FLAG = 0 THEN
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT WEAR-FILE.

           IF WEAR-FILE-STATUS NOT = "00" THEN
               DISPLAY "control_wear.dat unwritable (status "
                   WEAR-FILE-STATUS "); " RESET-CONTROL
                   " count not reset."
               EXIT PROGRAM
           END-IF.

           PERFORM VARYING WEAR-IDX FROM 1 BY 1
               UNTIL WEAR-IDX > WEAR-COUNT
               MOVE WEAR-ROW (WEAR-IDX) TO WEAR-RECORD
               WRITE WEAR-RECORD
           END-PERFORM.

           CLOSE WEAR-FILE.

           EXIT PROGRAM.

       TAKE-ONE-WEAR-ROW.
           IF CW-CONTROL = RESET-CONTROL THEN
               MOVE 0 TO CW-PRESSES
               MOVE SPACE TO CW-PM-FLAG
               MOVE CURRENT-DATE-YMD TO CW-SINCE-DATE
               MOVE 1 TO FOUND-FLAG
           END-IF.

           ADD 1 TO WEAR-COUNT.
           MOVE WEAR-RECORD TO WEAR-ROW (WEAR-COUNT).
