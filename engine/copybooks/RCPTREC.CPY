      ******************************************************************
      * Shared record layout of ./data/receipts.dat, the receipt
      * register -- one line per customer receipt spooled: date,
      * time, the account initials (the hi-score journal's own
      * shape, name at column 17, blank for a walk-up), the
      * cabinet-sequential receipt number, what it was for (TOPUP,
      * RENTAL, VOUCHR, or VOID for a slip cancelling an earlier
      * receipt), the credits it moved, the resulting balance, the
      * number of the receipt a VOID cancels (zero otherwise) and
      * the cabinet. The number is handed out from
      * ./data/receipt_seq.dat only once the register is open, so
      * the register runs gapless unless a line goes missing.
      * Included with COPY RCPTREC under the FD 01 of WriteReceipt,
      * PrintReceiptReconciliation and ExportSalesJournal.
      ******************************************************************
           05 RR-DATE       PIC 9(8).
           05 RR-SEP-1      PIC X(1).
           05 RR-TIME       PIC 9(6).
           05 RR-SEP-2      PIC X(1).
           05 RR-INITIALS   PIC X(3).
           05 RR-SEP-3      PIC X(1).
           05 RR-NUMBER     PIC 9(8).
           05 RR-SEP-4      PIC X(1).
           05 RR-KIND       PIC X(6).
           05 RR-SEP-5      PIC X(1).
           05 RR-AMOUNT     PIC 9(4).
           05 RR-SEP-6      PIC X(1).
           05 RR-BALANCE    PIC 9(4).
           05 RR-SEP-7      PIC X(1).
           05 RR-VOIDS      PIC 9(8).
           05 RR-SEP-8      PIC X(1).
           05 RR-CABINET-ID PIC X(8).
