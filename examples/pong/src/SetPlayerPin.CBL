           SELECT BALANCE-FILE ASSIGN TO "./data/balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-PLAYER-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BA-PLAYER-KEY PIC X(8).
           05 BA-PIN      PIC 9(4).
           05 BA-BALANCE  PIC 9(4).

       WORKING-STORAGE SECTION.
       01  BALANCE-FILE-STATUS PIC X(2).
      *> every write also goes to the player-change journal, which
      *> carries it to head office's central player master.
       01  CHANGE-FILE-CODE PIC X(4) VALUE "BALN".
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  ACCT-PLAYER-KEY PIC X(8).
       01  NEW-PIN PIC 9(4).
       01  PIN-STORED-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           ACCT-PLAYER-KEY NEW-PIN PIN-STORED-FLAG.
       SET-PLAYER-PIN-LOGIC.
           MOVE 0 TO PIN-STORED-FLAG.

               EXIT PROGRAM
           END-IF.

           MOVE ACCT-PLAYER-KEY TO BA-PLAYER-KEY.

           READ BALANCE-FILE
               KEY IS BA-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BA-PIN = 0 THEN
                       MOVE NEW-PIN TO BA-PIN
                       REWRITE BALANCE-RECORD
                       PERFORM LOG-BALANCE-CHANGE
                       MOVE 1 TO PIN-STORED-FLAG
                   END-IF
           END-READ.
           CLOSE BALANCE-FILE.

           EXIT PROGRAM.

       LOG-BALANCE-CHANGE.
           MOVE BALANCE-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE BA-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.
