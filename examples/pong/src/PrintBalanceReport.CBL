      *          whether a PIN has been set, the total value
      *          outstanding (money taken but not yet played), and
      *          day totals from the balance journal so top-ups can
      *          be reconciled against the cash drawer. A member's
      *          account prints under their initials with the member
      *          number alongside.
      * Tectonics: cobc -x
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


       01  ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01  TOTAL-OUTSTANDING PIC 9(7) VALUE 0.
       01  SHOW-INITIALS PIC X(3) VALUE SPACES.
       01  SHOW-MEMBER PIC X(8) VALUE SPACES.
       01  SHOW-STATUS PIC X(1) VALUE SPACE.

       01  CURRENT-DAY PIC 9(8) VALUE 0.
       01  DAY-TOPUPS PIC 9(5) VALUE 0.
       01  DAY-PLAYS PIC 9(5) VALUE 0.
       01  DAY-EXPIRED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-BALANCE-REPORT.
           ADD 1 TO ACCOUNT-COUNT.
           ADD BA-BALANCE TO TOTAL-OUTSTANDING.

           CALL "ResolvePlayerKey" USING
               BY REFERENCE BA-PLAYER-KEY
               BY REFERENCE SHOW-INITIALS
               BY REFERENCE SHOW-MEMBER
               BY REFERENCE SHOW-STATUS
           END-CALL.

           IF BA-PIN = 0 THEN
               DISPLAY SHOW-INITIALS " " SHOW-MEMBER "  " BA-BALANCE
                   " credits  (PIN not set)"
           ELSE
               DISPLAY SHOW-INITIALS " " SHOW-MEMBER "  " BA-BALANCE
                   " credits"
           END-IF.

       TALLY-JOURNAL-LINE.
               MOVE BJ-DATE TO CURRENT-DAY
               MOVE 0 TO DAY-TOPUPS
               MOVE 0 TO DAY-PLAYS
               MOVE 0 TO DAY-EXPIRED
           END-IF.

      *> an expired dormant balance was never played; it is
      *> counted apart so the day still squares with the cabinet.
           EVALUATE TRUE
               WHEN BJ-REASON = "EXPIRE"
                   SUBTRACT BJ-DELTA FROM DAY-EXPIRED
               WHEN BJ-DELTA > 0
                   ADD BJ-DELTA TO DAY-TOPUPS
               WHEN OTHER
                   SUBTRACT BJ-DELTA FROM DAY-PLAYS
           END-EVALUATE.

       PRINT-JOURNAL-DAY.
           IF DAY-EXPIRED > 0 THEN
               DISPLAY CURRENT-DAY " topped up " DAY-TOPUPS
                   ", played " DAY-PLAYS ", expired " DAY-EXPIRED
           ELSE
               DISPLAY CURRENT-DAY " topped up " DAY-TOPUPS
                   ", played " DAY-PLAYS
           END-IF.
