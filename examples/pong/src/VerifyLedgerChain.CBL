      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Verifies the seal chain of one money ledger (COIN,
      *          BALJ, TICK or VOUC -- see LedgerSealLayout) and
      *          prints a line for every fault it finds:
      *            GAP       sequence numbers missing between two
      *                      lines (lines taken out)
      *            EDIT      a line's check value no longer matches
      *                      its contents and the line before it
      *            ORDER     a sequence number at or below the one
      *                      before it (lines moved or copied in)
      *            UNSEALED  a line with no seal after sealing began
      *                      (a line keyed in by hand)
      *            TAIL      the ledger ends short of the last seal
      *                      in ./data/ledger_seal.dat (lines cut off
      *                      the end), or the register is missing
      *          Lines from before sealing began, at the head of the
      *          ledger, are counted and passed. Returns the lines
      *          read and the number of faults; zero faults is a
      *          clean ledger. Called by VerifyLedgers and CloseDay.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifyLedgerChain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE ASSIGN TO "./data/ledger_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEAL-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAL-FILE.
       01  SEAL-RECORD.
           COPY SEALSTAT.

       FD  LEDGER-FILE.
       01  LEDGER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEAL-FILE-STATUS PIC X(2).
       01  LEDGER-FILE-STATUS PIC X(2).
       01  LEDGER-PATH PIC X(40) VALUE SPACES.
       01  BODY-LENGTH PIC 9(3) VALUE 0.

       01  REGISTER-FOUND-FLAG PIC 9(1) VALUE 0.
       01  REGISTER-SEQUENCE PIC 9(8) VALUE 0.
       01  REGISTER-CHECK PIC 9(9) VALUE 0.

       01  LINE-NUMBER PIC 9(7) VALUE 0.
       01  LEGACY-COUNT PIC 9(7) VALUE 0.
       01  SEALED-SEEN-FLAG PIC 9(1) VALUE 0.
       01  PREVIOUS-SEQUENCE PIC 9(8) VALUE 0.
       01  PREVIOUS-CHECK PIC 9(9) VALUE 0.
       01  MISSING-FROM PIC 9(8) VALUE 0.
       01  MISSING-TO PIC 9(8) VALUE 0.
       01  EXPECTED-CHECK PIC 9(9) VALUE 0.

       01  LINE-SEQUENCE PIC X(8) VALUE SPACES.
       01  LINE-SEQUENCE-NUM REDEFINES LINE-SEQUENCE PIC 9(8).
       01  LINE-CHECK PIC X(9) VALUE SPACES.
       01  LINE-CHECK-NUM REDEFINES LINE-CHECK PIC 9(9).

       LINKAGE SECTION.
       01  VERIFY-LEDGER-CODE PIC X(4).
       01  VERIFY-LINE-COUNT PIC 9(7).
       01  VERIFY-FAULT-COUNT PIC 9(5).

       PROCEDURE DIVISION USING
           VERIFY-LEDGER-CODE VERIFY-LINE-COUNT VERIFY-FAULT-COUNT.
       VERIFY-LEDGER-CHAIN-LOGIC.
           MOVE 0 TO VERIFY-LINE-COUNT.
           MOVE 0 TO VERIFY-FAULT-COUNT.
           MOVE 0 TO LINE-NUMBER.
           MOVE 0 TO LEGACY-COUNT.
           MOVE 0 TO SEALED-SEEN-FLAG.
           MOVE 0 TO PREVIOUS-SEQUENCE.
           MOVE 0 TO PREVIOUS-CHECK.

           CALL "LedgerSealLayout" USING
               BY REFERENCE VERIFY-LEDGER-CODE
               BY REFERENCE LEDGER-PATH
               BY REFERENCE BODY-LENGTH
           END-CALL.

           IF BODY-LENGTH = 0 THEN
               DISPLAY "  " VERIFY-LEDGER-CODE
                   " is not a sealed ledger."
               ADD 1 TO VERIFY-FAULT-COUNT
               EXIT PROGRAM
           END-IF.

           PERFORM READ-SEAL-REGISTER.

           OPEN INPUT LEDGER-FILE.

           IF LEDGER-FILE-STATUS = "00" THEN
               PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
                   READ LEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO LINE-NUMBER
                           PERFORM VERIFY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

           MOVE LINE-NUMBER TO VERIFY-LINE-COUNT.

           PERFORM VERIFY-LEDGER-TAIL.

           IF LEGACY-COUNT > 0 THEN
               DISPLAY "  " VERIFY-LEDGER-CODE " " LEGACY-COUNT
                   " line(s) from before sealing began, not checked"
           END-IF.

           EXIT PROGRAM.

       READ-SEAL-REGISTER.
           MOVE 0 TO REGISTER-FOUND-FLAG.
           MOVE 0 TO REGISTER-SEQUENCE.
           MOVE 0 TO REGISTER-CHECK.

           OPEN INPUT SEAL-FILE.

           IF SEAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SEAL-FILE-STATUS NOT = "00"
               READ SEAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SS-LEDGER-CODE = VERIFY-LEDGER-CODE
                       AND SS-LAST-SEQUENCE NUMERIC
                       AND SS-LAST-CHECK NUMERIC THEN
                           MOVE 1 TO REGISTER-FOUND-FLAG
                           MOVE SS-LAST-SEQUENCE TO REGISTER-SEQUENCE
                           MOVE SS-LAST-CHECK TO REGISTER-CHECK
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SEAL-FILE.

       VERIFY-ONE-LINE.
           MOVE LEDGER-LINE (BODY-LENGTH + 2:8) TO LINE-SEQUENCE.
           MOVE LEDGER-LINE (BODY-LENGTH + 11:9) TO LINE-CHECK.

           IF LINE-SEQUENCE-NUM NOT NUMERIC
           OR LINE-CHECK-NUM NOT NUMERIC THEN
               IF SEALED-SEEN-FLAG = 0 THEN
                   ADD 1 TO LEGACY-COUNT
               ELSE
                   ADD 1 TO VERIFY-FAULT-COUNT
                   DISPLAY "  " VERIFY-LEDGER-CODE " UNSEALED line "
                       LINE-NUMBER " carries no seal"
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *> the first sealed line of a ledger is sequence 1, chained
      *> from zero; anything higher means the head was cut off.
           IF LINE-SEQUENCE-NUM <= PREVIOUS-SEQUENCE
           AND SEALED-SEEN-FLAG = 1 THEN
               ADD 1 TO VERIFY-FAULT-COUNT
               DISPLAY "  " VERIFY-LEDGER-CODE " ORDER line "
                   LINE-NUMBER ": sequence " LINE-SEQUENCE-NUM
                   " follows " PREVIOUS-SEQUENCE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO SEALED-SEEN-FLAG.

           IF LINE-SEQUENCE-NUM > PREVIOUS-SEQUENCE + 1 THEN
               ADD 1 TO VERIFY-FAULT-COUNT
               COMPUTE MISSING-FROM = PREVIOUS-SEQUENCE + 1
               COMPUTE MISSING-TO = LINE-SEQUENCE-NUM - 1
               DISPLAY "  " VERIFY-LEDGER-CODE " GAP before line "
                   LINE-NUMBER ": sequence " MISSING-FROM
                   " to " MISSING-TO " missing"
      *> with the line before gone its check can't be recomputed;
      *> the chain picks up again from this line's own check.
           ELSE
               CALL "ComputeLedgerCheck" USING
                   BY REFERENCE VERIFY-LEDGER-CODE
                   BY REFERENCE PREVIOUS-CHECK
                   BY REFERENCE LINE-SEQUENCE-NUM
                   BY REFERENCE LEDGER-LINE
                   BY REFERENCE EXPECTED-CHECK
               END-CALL
               IF EXPECTED-CHECK NOT = LINE-CHECK-NUM THEN
                   ADD 1 TO VERIFY-FAULT-COUNT
                   DISPLAY "  " VERIFY-LEDGER-CODE " EDIT line "
                       LINE-NUMBER " (sequence " LINE-SEQUENCE-NUM
                       ") does not match its check value"
               END-IF
           END-IF.

      *> carry on from the check as written, so one edited line is
      *> one fault rather than every line after it.
           MOVE LINE-SEQUENCE-NUM TO PREVIOUS-SEQUENCE.
           MOVE LINE-CHECK-NUM TO PREVIOUS-CHECK.

       VERIFY-LEDGER-TAIL.
           IF REGISTER-FOUND-FLAG = 0 THEN
               IF SEALED-SEEN-FLAG = 1 THEN
                   ADD 1 TO VERIFY-FAULT-COUNT
                   DISPLAY "  " VERIFY-LEDGER-CODE " TAIL the seal"
                       " register has no row for a sealed ledger"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF REGISTER-SEQUENCE > PREVIOUS-SEQUENCE THEN
               ADD 1 TO VERIFY-FAULT-COUNT
               COMPUTE MISSING-FROM = PREVIOUS-SEQUENCE + 1
               DISPLAY "  " VERIFY-LEDGER-CODE " TAIL ledger ends at "
                   PREVIOUS-SEQUENCE "; sequence " MISSING-FROM
                   " to " REGISTER-SEQUENCE " missing from the end"
               EXIT PARAGRAPH
           END-IF.

           IF REGISTER-SEQUENCE < PREVIOUS-SEQUENCE
           OR REGISTER-CHECK NOT = PREVIOUS-CHECK THEN
               ADD 1 TO VERIFY-FAULT-COUNT
               DISPLAY "  " VERIFY-LEDGER-CODE " TAIL last line "
                   PREVIOUS-SEQUENCE " does not match the seal"
                   " register (" REGISTER-SEQUENCE ")"
           END-IF.
