      * Author: ProGM
      * Date:
      * Purpose: Verifies a PIN try against one stored-value
      *          account, found by its player key, handing back
      *          whether the account exists, whether a PIN has ever
      *          been set on it (a fresh top-up opens with 0000 until
      *          the player personalizes it), whether this try
      *          matched, and the balance. The file is only ever read
      *          here -- a wrong try changes nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       01  BALANCE-FILE-STATUS PIC X(2).

       LINKAGE SECTION.
       01  ACCT-PLAYER-KEY PIC X(8).
       01  PIN-TRY PIC 9(4).
       01  PIN-OK-FLAG PIC 9(1).
       01  ACCT-EXISTS-FLAG PIC 9(1).
       01  ACCT-BALANCE PIC 9(4).

       PROCEDURE DIVISION USING
           ACCT-PLAYER-KEY PIN-TRY PIN-OK-FLAG ACCT-EXISTS-FLAG
           PIN-SET-FLAG ACCT-BALANCE.
       CHECK-PLAYER-PIN-LOGIC.
           MOVE 0 TO PIN-OK-FLAG.
               EXIT PROGRAM
           END-IF.

           MOVE ACCT-PLAYER-KEY TO BA-PLAYER-KEY.

           READ BALANCE-FILE
               KEY IS BA-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
