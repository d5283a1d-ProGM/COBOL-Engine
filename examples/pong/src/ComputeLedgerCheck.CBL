      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Computes the chained check value of one money-ledger
      *          line: starting from the check of the line before it
      *          (zero for a ledger's first sealed line), folds in the
      *          line's sequence number and then every character of
      *          its body, each weighted by its position, modulo a
      *          large prime. Editing a character, swapping two or
      *          moving a line to another place in the chain all give
      *          a different value. Columns the counter legitimately
      *          changes after the line is written -- a ticket's
      *          status and paid date -- are read as blanks. Anything
      *          a ledger carries after its seal columns (a balance
      *          movement's member number) is folded in after the
      *          body; a line with nothing there checks exactly as
      *          it did before the tail existed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComputeLedgerCheck.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  LEDGER-PATH PIC X(40) VALUE SPACES.
       01  BODY-LENGTH PIC 9(3) VALUE 0.
       01  BODY-TEXT PIC X(120) VALUE SPACES.
       01  SEQUENCE-TEXT PIC 9(8) VALUE 0.
       01  CHAR-IDX PIC 9(3) VALUE 0.
       01  TAIL-COLUMN PIC 9(3) VALUE 0.
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
       01  CHECK-LEDGER-CODE PIC X(4).
       01  CHECK-PRIOR PIC 9(9).
       01  CHECK-SEQUENCE PIC 9(8).
       01  CHECK-LINE PIC X(120).
       01  CHECK-RESULT PIC 9(9).

       PROCEDURE DIVISION USING
           CHECK-LEDGER-CODE CHECK-PRIOR CHECK-SEQUENCE CHECK-LINE
           CHECK-RESULT.
       COMPUTE-LEDGER-CHECK-LOGIC.
           CALL "LedgerSealLayout" USING
               BY REFERENCE CHECK-LEDGER-CODE
               BY REFERENCE LEDGER-PATH
               BY REFERENCE BODY-LENGTH
           END-CALL.

           MOVE SPACES TO BODY-TEXT.
           IF BODY-LENGTH > 0 THEN
               MOVE CHECK-LINE (1:BODY-LENGTH) TO BODY-TEXT
           END-IF.

      *> TK-STATUS through TK-PAID-DATE: paying or voiding a
      *> ticket is the counter's business, not an edit.
           IF CHECK-LEDGER-CODE = "TICK" THEN
               MOVE SPACES TO BODY-TEXT (27:10)
           END-IF.

           MOVE CHECK-PRIOR TO RUNNING-CHECK.
           MOVE CHECK-SEQUENCE TO SEQUENCE-TEXT.

           PERFORM VARYING CHAR-IDX FROM 1 BY 1 UNTIL CHAR-IDX > 8
               MOVE SEQUENCE-TEXT (CHAR-IDX:1) TO CHAR-HOLD
               PERFORM FOLD-ONE-CHARACTER
           END-PERFORM.

           PERFORM VARYING CHAR-IDX FROM 1 BY 1
               UNTIL CHAR-IDX > BODY-LENGTH
               MOVE BODY-TEXT (CHAR-IDX:1) TO CHAR-HOLD
               PERFORM FOLD-ONE-CHARACTER
           END-PERFORM.

      *> the seal itself is a space, eight digits, a space and
      *> nine digits; the tail starts right after it.
           COMPUTE TAIL-COLUMN = BODY-LENGTH + 20.
           IF BODY-LENGTH > 0
           AND CHECK-LINE (TAIL-COLUMN:) NOT = SPACES THEN
               PERFORM VARYING CHAR-IDX FROM TAIL-COLUMN BY 1
                   UNTIL CHAR-IDX > 120
                   MOVE CHECK-LINE (CHAR-IDX:1) TO CHAR-HOLD
                   PERFORM FOLD-ONE-CHARACTER
               END-PERFORM
           END-IF.

           MOVE RUNNING-CHECK TO CHECK-RESULT.

           EXIT PROGRAM.

       FOLD-ONE-CHARACTER.
           COMPUTE CHECK-WORK =
               RUNNING-CHECK * 31 + CHAR-CODE + CHAR-IDX.
           DIVIDE CHECK-WORK BY CHECK-MODULUS
               GIVING CHECK-QUOTIENT REMAINDER RUNNING-CHECK.
