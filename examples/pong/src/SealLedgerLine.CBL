      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Seals one new line for a money ledger just before the
      *          writer appends it: hands out the ledger's next
      *          sequence number, computes the line's check value
      *          chained from the last line sealed (ComputeLedgerCheck)
      *          and stamps both into the seal columns of the line the
      *          caller passes in. The last sequence and check of each
      *          ledger live in ./data/ledger_seal.dat and are
      *          rewritten the moment a seal goes out, the same way
      *          NextMatchNumber keeps its count. A ledger with no row
      *          there yet (a new cabinet, or the first line since
      *          sealing began) carries on from the last sealed line
      *          of the ledger itself, or starts at one.
      *          Callers open their ledger first and seal only once
      *          the line can be written, so a full disk doesn't burn
      *          a sequence number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SealLedgerLine.

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
       01  SEAL-COLUMN PIC 9(3) VALUE 0.

       01  SEAL-TABLE.
           05 SEAL-ROW OCCURS 10 TIMES PIC X(23).
       01  SEAL-COUNT PIC 9(2) VALUE 0.
       01  SEAL-IDX PIC 9(2) VALUE 0.
       01  FOUND-IDX PIC 9(2) VALUE 0.

       01  LAST-SEQUENCE PIC 9(8) VALUE 0.
       01  LAST-CHECK PIC 9(9) VALUE 0.
       01  TAIL-SEQUENCE PIC X(8) VALUE SPACES.
       01  TAIL-SEQUENCE-NUM REDEFINES TAIL-SEQUENCE PIC 9(8).
       01  TAIL-CHECK PIC X(9) VALUE SPACES.
       01  TAIL-CHECK-NUM REDEFINES TAIL-CHECK PIC 9(9).

       LINKAGE SECTION.
       01  SEAL-LEDGER-CODE PIC X(4).
       01  SEAL-LINE PIC X(120).
       01  SEAL-SEQUENCE PIC 9(8).
       01  SEAL-CHECK PIC 9(9).

       PROCEDURE DIVISION USING
           SEAL-LEDGER-CODE SEAL-LINE SEAL-SEQUENCE SEAL-CHECK.
       SEAL-LEDGER-LINE-LOGIC.
           MOVE 0 TO SEAL-SEQUENCE.
           MOVE 0 TO SEAL-CHECK.

           CALL "LedgerSealLayout" USING
               BY REFERENCE SEAL-LEDGER-CODE
               BY REFERENCE LEDGER-PATH
               BY REFERENCE BODY-LENGTH
           END-CALL.

           IF BODY-LENGTH = 0 THEN
               EXIT PROGRAM
           END-IF.

           PERFORM LOAD-SEAL-REGISTER.

           IF FOUND-IDX = 0 THEN
               PERFORM FIND-LEDGER-TAIL
           END-IF.

      *> eight digits outlast the cabinet; should one ever get there
      *> the count wraps, and the verifier reads the wrap as a gap.
           IF LAST-SEQUENCE = 99999999 THEN
               MOVE 0 TO LAST-SEQUENCE
           END-IF.

           ADD 1 TO LAST-SEQUENCE GIVING SEAL-SEQUENCE.

           CALL "ComputeLedgerCheck" USING
               BY REFERENCE SEAL-LEDGER-CODE
               BY REFERENCE LAST-CHECK
               BY REFERENCE SEAL-SEQUENCE
               BY REFERENCE SEAL-LINE
               BY REFERENCE SEAL-CHECK
           END-CALL.

           COMPUTE SEAL-COLUMN = BODY-LENGTH + 1.
           MOVE SPACE TO SEAL-LINE (SEAL-COLUMN:1).
           ADD 1 TO SEAL-COLUMN.
           MOVE SEAL-SEQUENCE TO SEAL-LINE (SEAL-COLUMN:8).
           ADD 8 TO SEAL-COLUMN.
           MOVE SPACE TO SEAL-LINE (SEAL-COLUMN:1).
           ADD 1 TO SEAL-COLUMN.
           MOVE SEAL-CHECK TO SEAL-LINE (SEAL-COLUMN:9).

           PERFORM SAVE-SEAL-REGISTER.

           EXIT PROGRAM.

       LOAD-SEAL-REGISTER.
           MOVE 0 TO SEAL-COUNT.
           MOVE 0 TO FOUND-IDX.
           MOVE 0 TO LAST-SEQUENCE.
           MOVE 0 TO LAST-CHECK.

           OPEN INPUT SEAL-FILE.

           IF SEAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SEAL-FILE-STATUS NOT = "00"
               READ SEAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SS-LAST-SEQUENCE NUMERIC
                       AND SS-LAST-CHECK NUMERIC
                       AND SEAL-COUNT < 10 THEN
                           ADD 1 TO SEAL-COUNT
                           MOVE SEAL-RECORD TO SEAL-ROW (SEAL-COUNT)
                           IF SS-LEDGER-CODE = SEAL-LEDGER-CODE
                               MOVE SEAL-COUNT TO FOUND-IDX
                               MOVE SS-LAST-SEQUENCE TO LAST-SEQUENCE
                               MOVE SS-LAST-CHECK TO LAST-CHECK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SEAL-FILE.

       FIND-LEDGER-TAIL.
      *> no register row: the last sealed line of the ledger is
      *> where the chain stands. Unsealed lines from before sealing
      *> began read back blank in the seal columns and are passed.
           OPEN INPUT LEDGER-FILE.

           IF LEDGER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
               READ LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LEDGER-LINE (BODY-LENGTH + 2:8)
                           TO TAIL-SEQUENCE
                       MOVE LEDGER-LINE (BODY-LENGTH + 11:9)
                           TO TAIL-CHECK
                       IF TAIL-SEQUENCE-NUM NUMERIC
                       AND TAIL-CHECK-NUM NUMERIC THEN
                           MOVE TAIL-SEQUENCE-NUM TO LAST-SEQUENCE
                           MOVE TAIL-CHECK-NUM TO LAST-CHECK
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEDGER-FILE.

       SAVE-SEAL-REGISTER.
           MOVE SPACES TO SEAL-RECORD.
           MOVE SEAL-LEDGER-CODE TO SS-LEDGER-CODE.
           MOVE SEAL-SEQUENCE TO SS-LAST-SEQUENCE.
           MOVE SEAL-CHECK TO SS-LAST-CHECK.

           IF FOUND-IDX = 0 THEN
               IF SEAL-COUNT >= 10 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SEAL-COUNT
               MOVE SEAL-COUNT TO FOUND-IDX
           END-IF.

           MOVE SEAL-RECORD TO SEAL-ROW (FOUND-IDX).

           OPEN OUTPUT SEAL-FILE.

           IF SEAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "ledger_seal.dat would not open (status "
                   SEAL-FILE-STATUS "); " SEAL-LEDGER-CODE
                   " seal " SEAL-SEQUENCE " not registered."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SEAL-IDX FROM 1 BY 1
               UNTIL SEAL-IDX > SEAL-COUNT
               MOVE SEAL-ROW (SEAL-IDX) TO SEAL-RECORD
               WRITE SEAL-RECORD
           END-PERFORM.

           CLOSE SEAL-FILE.
