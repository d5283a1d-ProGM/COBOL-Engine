      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Issues one numbered customer receipt for value taken
      *          or given at the cabinet -- a balance top-up, a timed
      *          rental block, a voucher redemption, or a VOID slip
      *          cancelling an earlier receipt. The next number comes
      *          from ./data/receipt_seq.dat (the way NextMatchNumber
      *          keeps its count), the receipt is recorded in the
      *          register ./data/receipts.dat and then spooled to the
      *          print file the receipt printer is fed from, the same
      *          spool WriteChampionCertificate writes. The number
      *          goes back to the caller, or zero when the register
      *          could not be opened and no receipt was issued.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteReceipt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "./data/receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS.
           SELECT RECEIPT-SEQ-FILE ASSIGN TO "./data/receipt_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-SEQ-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "./data/print_spool.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           COPY RCPTREC.

       FD  RECEIPT-SEQ-FILE.
       01  RECEIPT-SEQ-RECORD.
           05 RS-LAST-NUMBER PIC 9(8).

       FD  SPOOL-FILE.
       01  SPOOL-LINE PIC X(40).

       WORKING-STORAGE SECTION.
       01  RECEIPT-FILE-STATUS PIC X(2).
       01  RECEIPT-SEQ-FILE-STATUS PIC X(2).
       01  SPOOL-FILE-STATUS PIC X(2).
       01  LAST-ISSUED-NUMBER PIC 9(8) VALUE 0.
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).
       01  RECEIPT-HHMM PIC 9(4) VALUE 0.
       01  RECEIPT-TITLE PIC X(30) VALUE SPACES.
       01  RECEIPT-LINE PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  RECEIPT-KIND PIC X(6).
       01  RECEIPT-INITIALS PIC X(3).
       01  RECEIPT-AMOUNT PIC 9(4).
       01  RECEIPT-BALANCE PIC 9(4).
       01  RECEIPT-VOIDS PIC 9(8).
       01  RECEIPT-CABINET-ID PIC X(8).
       01  RECEIPT-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING RECEIPT-KIND RECEIPT-INITIALS
           RECEIPT-AMOUNT RECEIPT-BALANCE RECEIPT-VOIDS
           RECEIPT-CABINET-ID RECEIPT-NUMBER.
       WRITE-RECEIPT-LOGIC.
           MOVE 0 TO RECEIPT-NUMBER.

           OPEN EXTEND RECEIPT-FILE.

           IF RECEIPT-FILE-STATUS = "05"
           OR RECEIPT-FILE-STATUS = "35" THEN
               OPEN OUTPUT RECEIPT-FILE
           END-IF.

      *> no register, no number: a receipt the register never saw
      *> is one the reconciliation can't account for.
           IF RECEIPT-FILE-STATUS NOT = "00" THEN
               DISPLAY "receipt register unwritable (status "
                   RECEIPT-FILE-STATUS "); no receipt issued."
               EXIT PROGRAM
           END-IF.

           PERFORM TAKE-NEXT-NUMBER.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE SPACES TO RECEIPT-RECORD.
           MOVE CURRENT-DATE-YMD TO RR-DATE.
           COMPUTE RR-TIME = CURRENT-TIME-HMS / 100.
           MOVE RECEIPT-INITIALS TO RR-INITIALS.
           MOVE RECEIPT-NUMBER TO RR-NUMBER.
           MOVE RECEIPT-KIND TO RR-KIND.
           MOVE RECEIPT-AMOUNT TO RR-AMOUNT.
           MOVE RECEIPT-BALANCE TO RR-BALANCE.
           MOVE RECEIPT-VOIDS TO RR-VOIDS.
           MOVE RECEIPT-CABINET-ID TO RR-CABINET-ID.

           WRITE RECEIPT-RECORD.

           CLOSE RECEIPT-FILE.

           PERFORM SPOOL-RECEIPT.

           EXIT PROGRAM.

       TAKE-NEXT-NUMBER.
           MOVE 0 TO LAST-ISSUED-NUMBER.

           OPEN INPUT RECEIPT-SEQ-FILE.

           IF RECEIPT-SEQ-FILE-STATUS = "00" THEN
               READ RECEIPT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RS-LAST-NUMBER NUMERIC THEN
                           MOVE RS-LAST-NUMBER TO LAST-ISSUED-NUMBER
                       END-IF
               END-READ
               CLOSE RECEIPT-SEQ-FILE
           END-IF.

           IF LAST-ISSUED-NUMBER = 99999999 THEN
               MOVE 0 TO LAST-ISSUED-NUMBER
           END-IF.

           ADD 1 TO LAST-ISSUED-NUMBER.
           MOVE LAST-ISSUED-NUMBER TO RECEIPT-NUMBER.

           OPEN OUTPUT RECEIPT-SEQ-FILE.

      *> the receipt still goes out; the next one will repeat this
      *> number and the reconciliation flags the pair.
           IF RECEIPT-SEQ-FILE-STATUS NOT = "00" THEN
               DISPLAY "receipt_seq.dat would not open (status "
                   RECEIPT-SEQ-FILE-STATUS "); receipt number "
                   RECEIPT-NUMBER " not saved."
               EXIT PARAGRAPH
           END-IF.

           MOVE LAST-ISSUED-NUMBER TO RS-LAST-NUMBER.
           WRITE RECEIPT-SEQ-RECORD.

           CLOSE RECEIPT-SEQ-FILE.

       SPOOL-RECEIPT.
           OPEN EXTEND SPOOL-FILE.

           IF SPOOL-FILE-STATUS = "05"
           OR SPOOL-FILE-STATUS = "35" THEN
               OPEN OUTPUT SPOOL-FILE
           END-IF.

           IF SPOOL-FILE-STATUS NOT = "00" THEN
               DISPLAY "print spool unwritable (status "
                   SPOOL-FILE-STATUS "); receipt " RECEIPT-NUMBER
                   " recorded but not spooled."
               EXIT PARAGRAPH
           END-IF.

           EVALUATE RECEIPT-KIND
               WHEN "TOPUP"
                   MOVE "BALANCE TOP-UP" TO RECEIPT-TITLE
               WHEN "RENTAL"
                   MOVE "TIMED RENTAL BLOCK" TO RECEIPT-TITLE
               WHEN "VOUCHR"
                   MOVE "VOUCHER REDEEMED" TO RECEIPT-TITLE
               WHEN "VOID"
                   MOVE SPACES TO RECEIPT-TITLE
                   STRING "VOID OF RECEIPT " RECEIPT-VOIDS
                       DELIMITED BY SIZE INTO RECEIPT-TITLE
                   END-STRING
               WHEN OTHER
                   MOVE RECEIPT-KIND TO RECEIPT-TITLE
           END-EVALUATE.

           COMPUTE RECEIPT-HHMM = CURRENT-TIME-HMS / 10000.

           MOVE "----------------------------------------"
               TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO RECEIPT-LINE.
           STRING " RECEIPT " RECEIPT-NUMBER
               "           " RECEIPT-CABINET-ID
               DELIMITED BY SIZE INTO RECEIPT-LINE
           END-STRING.
           MOVE RECEIPT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO RECEIPT-LINE.
           STRING " " CURRENT-DATE-YMD " " RECEIPT-HHMM
               DELIMITED BY SIZE INTO RECEIPT-LINE
           END-STRING.
           MOVE RECEIPT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO RECEIPT-LINE.
           STRING " " RECEIPT-TITLE
               DELIMITED BY SIZE INTO RECEIPT-LINE
           END-STRING.
           MOVE RECEIPT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO RECEIPT-LINE.
           IF RECEIPT-INITIALS = SPACES THEN
               MOVE " walk-up, no account" TO RECEIPT-LINE
           ELSE
               STRING " account " RECEIPT-INITIALS
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               END-STRING
           END-IF.
           MOVE RECEIPT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO RECEIPT-LINE.
           STRING " credits " RECEIPT-AMOUNT
               "        balance now " RECEIPT-BALANCE
               DELIMITED BY SIZE INTO RECEIPT-LINE
           END-STRING.
           MOVE RECEIPT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE "----------------------------------------"
               TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           CLOSE SPOOL-FILE.
