      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Recomputes the check values down one money ledger's
      *          seal chain after a sanctioned rewrite -- PurgePlayer
      *          blanking a player's initials to XXX -- and registers
      *          the new last check in ./data/ledger_seal.dat.
      *          Sequence numbers are kept exactly as they stand, so
      *          no line can come or go through here. Only ever run on
      *          a ledger that verified clean just before the rewrite;
      *          otherwise it would launder whatever was done to it.
      *          Returns the number of sealed lines re-checked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResealLedger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE ASSIGN TO "./data/ledger_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEAL-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAL-FILE.
       01  SEAL-RECORD.
           COPY SEALSTAT.

       FD  LEDGER-FILE.
       01  LEDGER-LINE PIC X(120).

       FD  STAGE-FILE.
       01  STAGE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  SEAL-FILE-STATUS PIC X(2).
       01  LEDGER-FILE-STATUS PIC X(2).
       01  STAGE-FILE-STATUS PIC X(2).
       01  LEDGER-PATH PIC X(40) VALUE SPACES.
       01  STAGE-PATH PIC X(44) VALUE SPACES.
       01  BODY-LENGTH PIC 9(3) VALUE 0.

       01  RUNNING-CHECK PIC 9(9) VALUE 0.
       01  LAST-SEQUENCE PIC 9(8) VALUE 0.
       01  NEW-CHECK PIC 9(9) VALUE 0.
       01  LINE-SEQUENCE PIC X(8) VALUE SPACES.
       01  LINE-SEQUENCE-NUM REDEFINES LINE-SEQUENCE PIC 9(8).

       01  SEAL-TABLE.
           05 SEAL-ROW OCCURS 10 TIMES PIC X(23).
       01  SEAL-COUNT PIC 9(2) VALUE 0.
       01  SEAL-IDX PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  RESEAL-LEDGER-CODE PIC X(4).
       01  RESEAL-LINE-COUNT PIC 9(7).

       PROCEDURE DIVISION USING RESEAL-LEDGER-CODE RESEAL-LINE-COUNT.
       RESEAL-LEDGER-LOGIC.
           MOVE 0 TO RESEAL-LINE-COUNT.
           MOVE 0 TO RUNNING-CHECK.
           MOVE 0 TO LAST-SEQUENCE.

           CALL "LedgerSealLayout" USING
               BY REFERENCE RESEAL-LEDGER-CODE
               BY REFERENCE LEDGER-PATH
               BY REFERENCE BODY-LENGTH
           END-CALL.

           IF BODY-LENGTH = 0 THEN
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO STAGE-PATH.
           STRING LEDGER-PATH DELIMITED BY SPACE
               ".new" DELIMITED BY SIZE
               INTO STAGE-PATH
           END-STRING.

           OPEN INPUT LEDGER-FILE.

           IF LEDGER-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT STAGE-FILE.

           IF STAGE-FILE-STATUS NOT = "00" THEN
               CLOSE LEDGER-FILE
               DISPLAY "staging file for " LEDGER-PATH
                   " would not open; ledger not resealed."
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
               READ LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RESEAL-ONE-LINE
                       MOVE LEDGER-LINE TO STAGE-LINE
                       WRITE STAGE-LINE
               END-READ
           END-PERFORM.

           CLOSE LEDGER-FILE.
           CLOSE STAGE-FILE.

           PERFORM PROMOTE-STAGED-LEDGER.

           IF RESEAL-LINE-COUNT > 0 THEN
               PERFORM REGISTER-NEW-TAIL
           END-IF.

           EXIT PROGRAM.

       RESEAL-ONE-LINE.
      *> lines from before sealing began carry no seal and pass
      *> through as they are.
           MOVE LEDGER-LINE (BODY-LENGTH + 2:8) TO LINE-SEQUENCE.

           IF LINE-SEQUENCE-NUM NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "ComputeLedgerCheck" USING
               BY REFERENCE RESEAL-LEDGER-CODE
               BY REFERENCE RUNNING-CHECK
               BY REFERENCE LINE-SEQUENCE-NUM
               BY REFERENCE LEDGER-LINE
               BY REFERENCE NEW-CHECK
           END-CALL.

           MOVE NEW-CHECK TO LEDGER-LINE (BODY-LENGTH + 11:9).
           MOVE NEW-CHECK TO RUNNING-CHECK.
           MOVE LINE-SEQUENCE-NUM TO LAST-SEQUENCE.
           ADD 1 TO RESEAL-LINE-COUNT.

       PROMOTE-STAGED-LEDGER.
           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT LEDGER-FILE.

           IF STAGE-FILE-STATUS = "00" AND LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STAGE-LINE TO LEDGER-LINE
                           WRITE LEDGER-LINE
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE LEDGER-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.

       REGISTER-NEW-TAIL.
           MOVE 0 TO SEAL-COUNT.

           OPEN INPUT SEAL-FILE.

           IF SEAL-FILE-STATUS = "00" THEN
               PERFORM UNTIL SEAL-FILE-STATUS NOT = "00"
                   READ SEAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SEAL-COUNT < 10
                           AND SS-LEDGER-CODE NOT = RESEAL-LEDGER-CODE
                               ADD 1 TO SEAL-COUNT
                               MOVE SEAL-RECORD
                                   TO SEAL-ROW (SEAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

           MOVE SPACES TO SEAL-RECORD.
           MOVE RESEAL-LEDGER-CODE TO SS-LEDGER-CODE.
           MOVE LAST-SEQUENCE TO SS-LAST-SEQUENCE.
           MOVE RUNNING-CHECK TO SS-LAST-CHECK.
           IF SEAL-COUNT < 10 THEN
               ADD 1 TO SEAL-COUNT
               MOVE SEAL-RECORD TO SEAL-ROW (SEAL-COUNT)
           END-IF.

           OPEN OUTPUT SEAL-FILE.

           IF SEAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "ledger_seal.dat would not open; "
                   RESEAL-LEDGER-CODE " reseal not registered."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SEAL-IDX FROM 1 BY 1
               UNTIL SEAL-IDX > SEAL-COUNT
               MOVE SEAL-ROW (SEAL-IDX) TO SEAL-RECORD
               WRITE SEAL-RECORD
           END-PERFORM.

           CLOSE SEAL-FILE.
