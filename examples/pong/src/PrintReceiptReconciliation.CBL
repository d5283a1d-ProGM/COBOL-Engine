      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Stand-alone reconciliation report over the receipt
      *          register (./data/receipts.dat): how many customer
      *          receipts were issued and over what run of numbers,
      *          every number missing from that run -- including any
      *          handed out from ./data/receipt_seq.dat after the
      *          register's last line -- and any repeated or out of
      *          order, then every receipt cancelled by a VOID slip,
      *          and the credits receipted by kind, so the counter
      *          can account for every numbered slip it handed over.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintReceiptReconciliation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "./data/receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS.
           SELECT RECEIPT-SEQ-FILE ASSIGN TO "./data/receipt_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-SEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           COPY RCPTREC.

       FD  RECEIPT-SEQ-FILE.
       01  RECEIPT-SEQ-RECORD.
           05 RS-LAST-NUMBER PIC 9(8).

       WORKING-STORAGE SECTION.
       01  RECEIPT-FILE-STATUS PIC X(2).
       01  RECEIPT-SEQ-FILE-STATUS PIC X(2).

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  SEQ-LAST-NUMBER PIC 9(8) VALUE 0.
       01  FIRST-NUMBER PIC 9(8) VALUE 0.
       01  PREVIOUS-NUMBER PIC 9(8) VALUE 0.
       01  GAP-FROM PIC 9(8) VALUE 0.
       01  GAP-TO PIC 9(8) VALUE 0.

       01  RECEIPT-COUNT PIC 9(5) VALUE 0.
       01  MISSING-COUNT PIC 9(8) VALUE 0.
       01  REPEATED-COUNT PIC 9(5) VALUE 0.

      *> the register's receipts, kept so each VOID slip can name
      *> what it cancelled; one cabinet's receipts between archive
      *> rotations sit well inside this.
       01  ISSUED-TABLE.
           05 ISSUED-ENTRY OCCURS 5000 TIMES.
               10 IS-NUMBER   PIC 9(8).
               10 IS-DATE     PIC 9(8).
               10 IS-KIND     PIC X(6).
               10 IS-INITIALS PIC X(3).
               10 IS-AMOUNT   PIC 9(4).
       01  ISSUED-COUNT PIC 9(4) VALUE 0.
       01  ISSUED-IDX PIC 9(4) VALUE 0.
       01  FOUND-IDX PIC 9(4) VALUE 0.

       01  VOID-TABLE.
           05 VOID-ENTRY OCCURS 500 TIMES.
               10 VD-NUMBER PIC 9(8).
               10 VD-VOIDS  PIC 9(8).
       01  VOID-COUNT PIC 9(3) VALUE 0.
       01  VOID-IDX PIC 9(3) VALUE 0.

       01  TOPUP-COUNT PIC 9(5) VALUE 0.
       01  TOPUP-CREDITS PIC 9(7) VALUE 0.
       01  RENTAL-COUNT PIC 9(5) VALUE 0.
       01  RENTAL-CREDITS PIC 9(7) VALUE 0.
       01  VOUCHER-COUNT PIC 9(5) VALUE 0.
       01  VOUCHER-CREDITS PIC 9(7) VALUE 0.
       01  VOIDED-CREDITS PIC 9(7) VALUE 0.
       01  NET-CREDITS PIC S9(7) VALUE 0.

       01  COUNT-EDIT PIC ZZZZ9.
       01  CREDITS-EDIT PIC ZZZZZZ9.
       01  NET-EDIT PIC -ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINT-RECEIPT-RECONCILIATION-MAIN.
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

           PERFORM READ-LAST-ISSUED.

           OPEN INPUT RECEIPT-FILE.

           IF RECEIPT-FILE-STATUS NOT = "00" THEN
               DISPLAY "No receipt register yet; no receipts issued."
               IF SEQ-LAST-NUMBER > 0 THEN
                   DISPLAY "NOTE receipt_seq.dat has issued up to "
                       SEQ-LAST-NUMBER " -- every one is missing."
               END-IF
               STOP RUN
           END-IF.

           DISPLAY "=== RECEIPT RECONCILIATION " TODAY-YMD " ===".
           DISPLAY "-- missing or repeated numbers --".

           PERFORM UNTIL RECEIPT-FILE-STATUS NOT = "00"
               READ RECEIPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-RECEIPT
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-FILE.

      *> numbers handed out after the register's last line were
      *> spent on receipts that never reached it.
           IF SEQ-LAST-NUMBER > PREVIOUS-NUMBER THEN
               COMPUTE GAP-FROM = PREVIOUS-NUMBER + 1
               MOVE SEQ-LAST-NUMBER TO GAP-TO
               PERFORM REPORT-GAP
           END-IF.

           IF MISSING-COUNT = 0 AND REPEATED-COUNT = 0 THEN
               DISPLAY "(none -- the run is unbroken)"
           END-IF.

           DISPLAY "-- voided receipts --".

           PERFORM VARYING VOID-IDX FROM 1 BY 1
               UNTIL VOID-IDX > VOID-COUNT
               PERFORM REPORT-ONE-VOID
           END-PERFORM.

           IF VOID-COUNT = 0 THEN
               DISPLAY "(none)"
           END-IF.

           DISPLAY "-- summary --".
           MOVE RECEIPT-COUNT TO COUNT-EDIT.
           DISPLAY "receipts on register " COUNT-EDIT
               "  numbers " FIRST-NUMBER " to " PREVIOUS-NUMBER.
           DISPLAY "last number issued   " SEQ-LAST-NUMBER.
           DISPLAY "missing numbers      " MISSING-COUNT.
           MOVE REPEATED-COUNT TO COUNT-EDIT.
           DISPLAY "repeated/out of order" COUNT-EDIT.

           MOVE TOPUP-COUNT TO COUNT-EDIT.
           MOVE TOPUP-CREDITS TO CREDITS-EDIT.
           DISPLAY "top-ups    " COUNT-EDIT "  credits " CREDITS-EDIT.
           MOVE RENTAL-COUNT TO COUNT-EDIT.
           MOVE RENTAL-CREDITS TO CREDITS-EDIT.
           DISPLAY "rentals    " COUNT-EDIT "  credits " CREDITS-EDIT.
           MOVE VOUCHER-COUNT TO COUNT-EDIT.
           MOVE VOUCHER-CREDITS TO CREDITS-EDIT.
           DISPLAY "vouchers   " COUNT-EDIT "  credits " CREDITS-EDIT.
           MOVE VOID-COUNT TO COUNT-EDIT.
           MOVE VOIDED-CREDITS TO CREDITS-EDIT.
           DISPLAY "voids      " COUNT-EDIT "  credits " CREDITS-EDIT.

           COMPUTE NET-CREDITS = TOPUP-CREDITS + RENTAL-CREDITS
               + VOUCHER-CREDITS - VOIDED-CREDITS.
           MOVE NET-CREDITS TO NET-EDIT.
           DISPLAY "net credits receipted " NET-EDIT.

           STOP RUN.

       READ-LAST-ISSUED.
           OPEN INPUT RECEIPT-SEQ-FILE.

           IF RECEIPT-SEQ-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ RECEIPT-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RS-LAST-NUMBER NUMERIC THEN
                       MOVE RS-LAST-NUMBER TO SEQ-LAST-NUMBER
                   END-IF
           END-READ.

           CLOSE RECEIPT-SEQ-FILE.

       TAKE-ONE-RECEIPT.
           IF RR-NUMBER NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RECEIPT-COUNT.

           IF RECEIPT-COUNT = 1 THEN
               MOVE RR-NUMBER TO FIRST-NUMBER
           ELSE
               IF RR-NUMBER > PREVIOUS-NUMBER + 1 THEN
                   COMPUTE GAP-FROM = PREVIOUS-NUMBER + 1
                   COMPUTE GAP-TO = RR-NUMBER - 1
                   PERFORM REPORT-GAP
               END-IF
               IF RR-NUMBER <= PREVIOUS-NUMBER THEN
                   ADD 1 TO REPEATED-COUNT
                   DISPLAY "  " RR-NUMBER " repeated or out of order"
                       " (after " PREVIOUS-NUMBER ") " RR-DATE " "
                       RR-KIND
               END-IF
           END-IF.

      *> a repeat doesn't wind the run back; the highest number seen
      *> is where the next one should follow on from.
           IF RR-NUMBER > PREVIOUS-NUMBER OR RECEIPT-COUNT = 1 THEN
               MOVE RR-NUMBER TO PREVIOUS-NUMBER
           END-IF.

           EVALUATE RR-KIND
               WHEN "TOPUP"
                   ADD 1 TO TOPUP-COUNT
                   ADD RR-AMOUNT TO TOPUP-CREDITS
               WHEN "RENTAL"
                   ADD 1 TO RENTAL-COUNT
                   ADD RR-AMOUNT TO RENTAL-CREDITS
               WHEN "VOUCHR"
                   ADD 1 TO VOUCHER-COUNT
                   ADD RR-AMOUNT TO VOUCHER-CREDITS
               WHEN "VOID"
                   ADD RR-AMOUNT TO VOIDED-CREDITS
                   IF VOID-COUNT < 500 THEN
                       ADD 1 TO VOID-COUNT
                       MOVE RR-NUMBER TO VD-NUMBER (VOID-COUNT)
                       MOVE RR-VOIDS TO VD-VOIDS (VOID-COUNT)
                   END-IF
           END-EVALUATE.

           IF RR-KIND NOT = "VOID" AND ISSUED-COUNT < 5000 THEN
               ADD 1 TO ISSUED-COUNT
               MOVE RR-NUMBER TO IS-NUMBER (ISSUED-COUNT)
               MOVE RR-DATE TO IS-DATE (ISSUED-COUNT)
               MOVE RR-KIND TO IS-KIND (ISSUED-COUNT)
               MOVE RR-INITIALS TO IS-INITIALS (ISSUED-COUNT)
               MOVE RR-AMOUNT TO IS-AMOUNT (ISSUED-COUNT)
           END-IF.

       REPORT-GAP.
           COMPUTE MISSING-COUNT = MISSING-COUNT + GAP-TO - GAP-FROM
               + 1.

           IF GAP-FROM = GAP-TO THEN
               DISPLAY "  " GAP-FROM " missing"
           ELSE
               DISPLAY "  " GAP-FROM " to " GAP-TO " missing"
           END-IF.

       REPORT-ONE-VOID.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING ISSUED-IDX FROM 1 BY 1
               UNTIL ISSUED-IDX > ISSUED-COUNT OR FOUND-IDX > 0
               IF IS-NUMBER (ISSUED-IDX) = VD-VOIDS (VOID-IDX) THEN
                   MOVE ISSUED-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           IF FOUND-IDX = 0 THEN
               DISPLAY "  " VD-VOIDS (VOID-IDX)
                   " NOT ON REGISTER, voided by " VD-NUMBER (VOID-IDX)
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "  " IS-NUMBER (FOUND-IDX) " "
               IS-DATE (FOUND-IDX) " " IS-KIND (FOUND-IDX) " "
               IS-INITIALS (FOUND-IDX) " " IS-AMOUNT (FOUND-IDX)
               " cr  voided by " VD-NUMBER (VOID-IDX).
