      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Appends one manual adjustment to the adjustments
      *          journal ./data/adjustments.dat -- a cash refund
      *          handed back, or a credit granted onto or removed
      *          from the cabinet -- with its reason code and the
      *          operator who made it, so the day close can tell a
      *          known refund from a real imbalance. Reports back
      *          whether the line reached the journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteAdjustment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-FILE ASSIGN TO "./data/adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-FILE.
       01  ADJUST-RECORD.
           COPY ADJREC.

       WORKING-STORAGE SECTION.
       01  ADJUST-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       LINKAGE SECTION.
       01  ADJUST-KIND PIC X(1).
       01  ADJUST-AMOUNT PIC 9(7).
       01  ADJUST-CREDITS PIC 9(2).
       01  ADJUST-REASON PIC X(8).
       01  ADJUST-OPERATOR PIC X(4).
       01  ADJUST-OK-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           ADJUST-KIND ADJUST-AMOUNT ADJUST-CREDITS ADJUST-REASON
           ADJUST-OPERATOR ADJUST-OK-FLAG.
       WRITE-ADJUSTMENT-LOGIC.
           MOVE 0 TO ADJUST-OK-FLAG.

           OPEN EXTEND ADJUST-FILE.

           IF ADJUST-FILE-STATUS = "05"
           OR ADJUST-FILE-STATUS = "35" THEN
               OPEN OUTPUT ADJUST-FILE
           END-IF.

      *> a refund the journal never saw is exactly the imbalance
      *> this file exists to explain; tell the caller so the
      *> attendant is not told it went through.
           IF ADJUST-FILE-STATUS NOT = "00" THEN
               DISPLAY "adjustments journal unwritable (status "
                   ADJUST-FILE-STATUS "); adjustment not recorded."
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE SPACES TO ADJUST-RECORD.
           MOVE CURRENT-DATE-YMD TO AJ-DATE.
           COMPUTE AJ-TIME = CURRENT-TIME-HMS / 100.
           MOVE ADJUST-KIND TO AJ-KIND.
           MOVE ADJUST-AMOUNT TO AJ-AMOUNT.
           MOVE ADJUST-CREDITS TO AJ-CREDITS.
           MOVE ADJUST-REASON TO AJ-REASON.
           MOVE ADJUST-OPERATOR TO AJ-OPERATOR.

           WRITE ADJUST-RECORD.

           CLOSE ADJUST-FILE.

           MOVE 1 TO ADJUST-OK-FLAG.

           EXIT PROGRAM.
