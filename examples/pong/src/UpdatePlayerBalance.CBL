      *          keyed balance file is updated. A first top-up
      *          creates the account (PIN 0000 until the player sets
      *          one); a draw that would go below zero is refused.
      *          Every journal line is sealed (SealLedgerLine) with a
      *          running sequence number and a chained check value.
      *          The account is found by its player key; the journal
      *          line carries the display initials and, for a member,
      *          the member number behind the seal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BALANCE-FILE ASSIGN TO "./data/balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-PLAYER-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "./data/balance_journal.dat"
       FILE SECTION.
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BA-PLAYER-KEY PIC X(8).
           05 BA-PIN      PIC 9(4).
           05 BA-BALANCE  PIC 9(4).

       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).
       01  WORK-BALANCE PIC S9(5) VALUE 0.
       01  SEAL-LEDGER-CODE PIC X(4) VALUE "BALJ".
       01  SEAL-LINE PIC X(120) VALUE SPACES.
       01  SEAL-SEQUENCE PIC 9(8) VALUE 0.
       01  SEAL-CHECK PIC 9(9) VALUE 0.
       01  ACCT-INITIALS PIC X(3) VALUE SPACES.
       01  ACCT-MEMBER PIC X(8) VALUE SPACES.
       01  ACCT-MEMBER-STATUS PIC X(1) VALUE SPACE.
      *> every write also goes to the player-change journal, which
      *> carries it to head office's central player master.
       01  CHANGE-FILE-CODE PIC X(4) VALUE "BALN".
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  ACCT-PLAYER-KEY PIC X(8).
       01  ACCT-DELTA PIC S9(4).
       01  ACCT-REASON PIC X(8).
       01  ACCT-CABINET-ID PIC X(8).
       01  ACCT-OK-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           ACCT-PLAYER-KEY ACCT-DELTA ACCT-REASON ACCT-CABINET-ID
           ACCT-NEW-BALANCE ACCT-OK-FLAG.
       UPDATE-PLAYER-BALANCE-LOGIC.
           MOVE 0 TO ACCT-OK-FLAG.

           IF ACCT-PLAYER-KEY = SPACES OR ACCT-DELTA = 0 THEN
               EXIT PROGRAM
           END-IF.

               EXIT PROGRAM
           END-IF.

           MOVE ACCT-PLAYER-KEY TO BA-PLAYER-KEY.

           READ BALANCE-FILE
               KEY IS BA-PLAYER-KEY
               INVALID KEY
      *> only money coming IN can open an account; a draw against
      *> a name with no record is refused, not created negative.
                   IF ACCT-DELTA > 0 THEN
                       MOVE ACCT-PLAYER-KEY TO BA-PLAYER-KEY
                       MOVE 0 TO BA-PIN
                       MOVE ACCT-DELTA TO BA-BALANCE
                       PERFORM APPEND-BALANCE-JOURNAL
                       WRITE BALANCE-RECORD
                       PERFORM LOG-BALANCE-CHANGE
                       MOVE BA-BALANCE TO ACCT-NEW-BALANCE
                       MOVE 1 TO ACCT-OK-FLAG
                   END-IF
                       PERFORM APPEND-BALANCE-JOURNAL
                       MOVE WORK-BALANCE TO BA-BALANCE
                       REWRITE BALANCE-RECORD
                       PERFORM LOG-BALANCE-CHANGE
                       MOVE BA-BALANCE TO ACCT-NEW-BALANCE
                       MOVE 1 TO ACCT-OK-FLAG
                   END-IF
           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           CALL "ResolvePlayerKey" USING
               BY REFERENCE ACCT-PLAYER-KEY
               BY REFERENCE ACCT-INITIALS
               BY REFERENCE ACCT-MEMBER
               BY REFERENCE ACCT-MEMBER-STATUS
           END-CALL.

           MOVE SPACES TO JOURNAL-RECORD.
           MOVE CURRENT-DATE-YMD TO BJ-DATE.
           COMPUTE BJ-TIME = CURRENT-TIME-HMS / 100.
           MOVE ACCT-DELTA TO BJ-DELTA.
           MOVE ACCT-REASON TO BJ-REASON.
           MOVE ACCT-CABINET-ID TO BJ-CABINET-ID.
           MOVE ACCT-MEMBER TO BJ-MEMBER-NUMBER.

           MOVE JOURNAL-RECORD TO SEAL-LINE.
           CALL "SealLedgerLine" USING
               BY REFERENCE SEAL-LEDGER-CODE
               BY REFERENCE SEAL-LINE
               BY REFERENCE SEAL-SEQUENCE
               BY REFERENCE SEAL-CHECK
           END-CALL.
           MOVE SEAL-LINE TO JOURNAL-RECORD.

           WRITE JOURNAL-RECORD.

           CLOSE JOURNAL-FILE.

       LOG-BALANCE-CHANGE.
           MOVE BALANCE-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE BA-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.
