      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Carries the running check total of a nightly-feed
      *          file forward one line at a time: into the total of
      *          the lines before it (zero ahead of the first line)
      *          it folds every character of the line up to its last
      *          non-blank one, each weighted by its position, and
      *          then a line end, modulo a large prime -- the same
      *          fold ComputeLedgerCheck seals a ledger with. Both
      *          ends of the feed run it, TransferDayFiles over what
      *          it sends and DayFileListener over what it files, so
      *          a dropped, doubled, reordered or damaged line shows
      *          as totals that do not agree.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComputeFeedCheck.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LINE-LENGTH PIC 9(3) VALUE 0.
       01  CHAR-IDX PIC 9(3) VALUE 0.
       01  RUNNING-CHECK PIC 9(9) VALUE 0.
       01  CHECK-WORK PIC 9(12) VALUE 0.
       01  CHECK-QUOTIENT PIC 9(12) VALUE 0.
       01  CHECK-MODULUS PIC 9(9) VALUE 999999937.
      *> the redefine reads each character back as its byte value;
      *> no intrinsic needed.
       01  CHAR-HOLD PIC X(1) VALUE SPACE.
       01  CHAR-CODE REDEFINES CHAR-HOLD
           USAGE BINARY-CHAR UNSIGNED.

       LINKAGE SECTION.
       01  CHECK-TOTAL PIC 9(9).
       01  CHECK-LINE PIC X(270).

       PROCEDURE DIVISION USING CHECK-TOTAL CHECK-LINE.
       COMPUTE-FEED-CHECK-LOGIC.
      *> trailing blanks never cross the wire, so they never count.
           MOVE 270 TO LINE-LENGTH.
           PERFORM UNTIL LINE-LENGTH = 0
           OR CHECK-LINE (LINE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM LINE-LENGTH
           END-PERFORM.

           MOVE CHECK-TOTAL TO RUNNING-CHECK.

           PERFORM VARYING CHAR-IDX FROM 1 BY 1
               UNTIL CHAR-IDX > LINE-LENGTH
               MOVE CHECK-LINE (CHAR-IDX:1) TO CHAR-HOLD
               PERFORM FOLD-ONE-CHARACTER
           END-PERFORM.

      *> the line end, so a blank line still moves the total and
      *> two lines run together do not check as one.
           MOVE X"0A" TO CHAR-HOLD.
           PERFORM FOLD-ONE-CHARACTER.

           MOVE RUNNING-CHECK TO CHECK-TOTAL.

           EXIT PROGRAM.

       FOLD-ONE-CHARACTER.
           COMPUTE CHECK-WORK =
               RUNNING-CHECK * 31 + CHAR-CODE + CHAR-IDX.
           DIVIDE CHECK-WORK BY CHECK-MODULUS
               GIVING CHECK-QUOTIENT REMAINDER RUNNING-CHECK.
