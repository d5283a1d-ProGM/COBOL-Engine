      *          cash), the credits it granted, and the pricing rule
      *          that priced it, so the coin report can break
      *          revenue down by pricing window and the day close
      *          can keep free credits out of the cash count. A
      *          CASH record is also stamped with the acceptor
      *          channel the coin came in on and that channel's coin
      *          value from the coin-channel table, read once and
      *          kept, so the reports can count money and not just
      *          coins. A MEMB record (a membership sold across the
      *          counter) carries the fee the caller passes as its
      *          value, so the sale reaches the sales journal.
      *          Every line is sealed (SealLedgerLine) with a
      *          running sequence number and a chained check value,
      *          so a coin line deleted or edited by hand shows up on
      *          VerifyLedgers and stops the day close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       01  CHANNELS-LOADED-FLAG PIC 9(1) VALUE 0.
       01  COIN-CHANNEL-COUNT PIC 9(1) VALUE 1.
       01  COIN-CHANNEL-TABLE.
           COPY COINCHFLDS.
       01  LINE-CHANNEL PIC 9(1) VALUE 0.
       01  SEAL-LEDGER-CODE PIC X(4) VALUE "COIN".
       01  SEAL-LINE PIC X(120) VALUE SPACES.
       01  SEAL-SEQUENCE PIC 9(8) VALUE 0.
       01  SEAL-CHECK PIC 9(9) VALUE 0.

       LINKAGE SECTION.
       01  COIN-EVENT-KIND PIC X(4).
       01  COIN-EVENT-CREDITS PIC 9(2).
       01  COIN-EVENT-RULE PIC 9(2).
       01  COIN-EVENT-CHANNEL PIC 9(1).
       01  COIN-EVENT-VALUE PIC 9(5).

       PROCEDURE DIVISION USING
           COIN-EVENT-KIND COIN-EVENT-CREDITS COIN-EVENT-RULE
           COIN-EVENT-CHANNEL COIN-EVENT-VALUE.
       WRITE-COIN-EVENT-LOGIC.
           IF CHANNELS-LOADED-FLAG = 0 THEN
               MOVE 1 TO CHANNELS-LOADED-FLAG
               CALL "LoadCoinChannels" USING
                   BY REFERENCE COIN-CHANNEL-COUNT
                   BY REFERENCE COIN-CHANNEL-TABLE
               END-CALL
           END-IF.

           OPEN EXTEND COIN-FILE.

           IF COIN-FILE-STATUS = "05" OR COIN-FILE-STATUS = "35" THEN
           MOVE COIN-EVENT-CREDITS TO CE-CREDITS.
           MOVE COIN-EVENT-RULE TO CE-RULE-ID.

      *> only a real coin has a channel and a value; a caller with
      *> one switch passes channel 0 or 1 and gets channel 1.
           IF COIN-EVENT-KIND = "CASH" THEN
               MOVE COIN-EVENT-CHANNEL TO LINE-CHANNEL
               IF LINE-CHANNEL = 0 THEN
                   MOVE 1 TO LINE-CHANNEL
               END-IF
               MOVE LINE-CHANNEL TO CE-CHANNEL
               MOVE CC-VALUE (LINE-CHANNEL) TO CE-VALUE
           ELSE
               MOVE 0 TO CE-CHANNEL
               MOVE 0 TO CE-VALUE
      *> a membership is paid across the counter, at its fee.
               IF COIN-EVENT-KIND = "MEMB" THEN
                   MOVE COIN-EVENT-VALUE TO CE-VALUE
               END-IF
           END-IF.

           MOVE COIN-EVENT-RECORD TO SEAL-LINE.
           CALL "SealLedgerLine" USING
               BY REFERENCE SEAL-LEDGER-CODE
               BY REFERENCE SEAL-LINE
               BY REFERENCE SEAL-SEQUENCE
               BY REFERENCE SEAL-CHECK
           END-CALL.
           MOVE SEAL-LINE TO COIN-EVENT-RECORD.

           WRITE COIN-EVENT-RECORD.

           CLOSE COIN-FILE.
