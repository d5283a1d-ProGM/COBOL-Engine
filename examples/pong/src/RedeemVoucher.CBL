      *          also appends to ./data/voucher_redemptions.dat,
      *          which rides home in the nightly feed so head office
      *          can retire the code fleet-wide before the same slip
      *          of paper tries a second cabinet. Each redemption
      *          line is sealed (SealLedgerLine) with a running
      *          sequence number and a chained check value.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 VC-CABINET   PIC X(8).

       FD  REDEMPTION-FILE.
       01  REDEMPTION-RECORD.
           COPY VOUCHRED.

       WORKING-STORAGE SECTION.
       01  VOUCHER-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).
       01  STAMP-TIME PIC 9(6) VALUE 0.
       01  SEAL-LEDGER-CODE PIC X(4) VALUE "VOUC".
       01  SEAL-LINE PIC X(120) VALUE SPACES.
       01  SEAL-SEQUENCE PIC 9(8) VALUE 0.
       01  SEAL-CHECK PIC 9(9) VALUE 0.

       LINKAGE SECTION.
       01  VOUCHER-TRY-CODE PIC 9(6).
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REDEMPTION-RECORD.
           MOVE CURRENT-DATE-YMD TO VR-DATE.
           MOVE STAMP-TIME TO VR-TIME.
           MOVE VOUCHER-TRY-CODE TO VR-CODE.
           MOVE VOUCHER-CABINET-ID TO VR-CABINET-ID.
           MOVE GRANT-CREDITS TO VR-CREDITS.

           MOVE REDEMPTION-RECORD TO SEAL-LINE.
           CALL "SealLedgerLine" USING
               BY REFERENCE SEAL-LEDGER-CODE
               BY REFERENCE SEAL-LINE
               BY REFERENCE SEAL-SEQUENCE
               BY REFERENCE SEAL-CHECK
           END-CALL.
           MOVE SEAL-LINE TO REDEMPTION-RECORD.

           WRITE REDEMPTION-RECORD.

           CLOSE REDEMPTION-FILE.
