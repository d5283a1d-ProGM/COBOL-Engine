      *          ledger -- the cabinet taking over the paper notebook
      *          the prizes were paid out of. Called when a
      *          tournament crowns its champion and when a win earns
      *          an achievement for the first time. The ticket
      *          carries the number of the match that earned it, so
      *          a voided match can take its tickets back. Every
      *          line is sealed (SealLedgerLine) with a running
      *          sequence number and a chained check value.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  TICKET-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).
       01  SEAL-LEDGER-CODE PIC X(4) VALUE "TICK".
       01  SEAL-LINE PIC X(120) VALUE SPACES.
       01  SEAL-SEQUENCE PIC 9(8) VALUE 0.
       01  SEAL-CHECK PIC 9(9) VALUE 0.

       LINKAGE SECTION.
       01  TICKET-KIND PIC X(5).
       01  TICKET-INITIALS PIC X(3).
       01  TICKET-MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING TICKET-KIND TICKET-INITIALS
           TICKET-MATCH-NUMBER.
       WRITE-TICKET-LOGIC.
           OPEN EXTEND TICKET-FILE.

           MOVE TICKET-INITIALS TO TK-INITIALS.
           MOVE "E" TO TK-STATUS.
           MOVE 0 TO TK-PAID-DATE.
           MOVE TICKET-MATCH-NUMBER TO TK-MATCH-NUMBER.

           MOVE TICKET-RECORD TO SEAL-LINE.
           CALL "SealLedgerLine" USING
               BY REFERENCE SEAL-LEDGER-CODE
               BY REFERENCE SEAL-LINE
               BY REFERENCE SEAL-SEQUENCE
               BY REFERENCE SEAL-CHECK
           END-CALL.
           MOVE SEAL-LINE TO TICKET-RECORD.

           WRITE TICKET-RECORD.

