      *          REWRITE does not. PINs cannot be replayed (the
      *          journal deliberately never carries them), so every
      *          rebuilt account reopens on the 0000 placeholder and
      *          players re-personalize at next sign-in. A line
      *          carrying a member number replays onto that member's
      *          account; a line without one onto the initials.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BALANCE-FILE ASSIGN TO "./data/balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-PLAYER-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

       DATA DIVISION.

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BA-PLAYER-KEY PIC X(8).
           05 BA-PIN      PIC 9(4).
           05 BA-BALANCE  PIC 9(4).

       01  REPLAYED-COUNT PIC 9(7) VALUE 0.
       01  SKIPPED-COUNT PIC 9(7) VALUE 0.
       01  WORK-BALANCE PIC S9(5) VALUE 0.
       01  LINE-PLAYER-KEY PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       REBUILD-BALANCES-MAIN.
               EXIT PARAGRAPH
           END-IF.

           IF BJ-MEMBER-NUMBER NOT = SPACES THEN
               MOVE BJ-MEMBER-NUMBER TO LINE-PLAYER-KEY
           ELSE
               MOVE BJ-INITIALS TO LINE-PLAYER-KEY
           END-IF.

           MOVE LINE-PLAYER-KEY TO BA-PLAYER-KEY.

           READ BALANCE-FILE
               KEY IS BA-PLAYER-KEY
               INVALID KEY
                   MOVE LINE-PLAYER-KEY TO BA-PLAYER-KEY
                   MOVE 0 TO BA-PIN
                   MOVE 0 TO BA-BALANCE
                   COMPUTE WORK-BALANCE = BJ-DELTA
