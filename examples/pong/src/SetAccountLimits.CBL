      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Sets the daily limits on one stored-value account
      *          at the counter, in ./data/account_limits.dat under
      *          the account's player key: the most credits it may
      *          spend on plays in a day and the most minutes it may
      *          play, zero meaning no limit. An account limited for
      *          the first time gets its record here; setting both
      *          limits back to zero keeps the record (and the day's
      *          play clock) but limits nothing. Stamps the day and
      *          the operator who set them, and hands back the ok
      *          flag clear when the file would not open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetAccountLimits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "./data/account_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-PLAYER-KEY
               FILE STATUS IS LIMIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           COPY ACCTLIM.

       WORKING-STORAGE SECTION.
       01  LIMIT-FILE-STATUS PIC X(2).
       01  RECORD-FOUND-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  LIMIT-PLAYER-KEY PIC X(8).
       01  LIMIT-SPEND-CAP PIC 9(4).
       01  LIMIT-MINUTES-CAP PIC 9(4).
       01  LIMIT-OPERATOR-ID PIC X(4).
       01  LIMIT-OK-FLAG PIC 9(1).

       PROCEDURE DIVISION USING LIMIT-PLAYER-KEY LIMIT-SPEND-CAP
           LIMIT-MINUTES-CAP LIMIT-OPERATOR-ID LIMIT-OK-FLAG.
       SET-ACCOUNT-LIMITS-LOGIC.
           MOVE 0 TO LIMIT-OK-FLAG.

           IF LIMIT-PLAYER-KEY = SPACES THEN
               EXIT PROGRAM
           END-IF.

           OPEN I-O LIMIT-FILE.

           IF LIMIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT LIMIT-FILE
               CLOSE LIMIT-FILE
               OPEN I-O LIMIT-FILE
           END-IF.

           IF LIMIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "account_limits.dat would not open (status "
                   LIMIT-FILE-STATUS "); limits not set."
               EXIT PROGRAM
           END-IF.

           MOVE 1 TO RECORD-FOUND-FLAG.
           MOVE LIMIT-PLAYER-KEY TO AL-PLAYER-KEY.
           READ LIMIT-FILE
               KEY IS AL-PLAYER-KEY
               INVALID KEY
                   MOVE 0 TO RECORD-FOUND-FLAG
           END-READ.

           IF RECORD-FOUND-FLAG = 0 THEN
               MOVE SPACES TO LIMIT-RECORD
               MOVE LIMIT-PLAYER-KEY TO AL-PLAYER-KEY
               MOVE 0 TO AL-USAGE-DATE
               MOVE 0 TO AL-SECONDS-USED
           END-IF.

           MOVE LIMIT-SPEND-CAP TO AL-SPEND-LIMIT.
           MOVE LIMIT-MINUTES-CAP TO AL-MINUTES-LIMIT.
           ACCEPT AL-SET-DATE FROM DATE YYYYMMDD.
           MOVE LIMIT-OPERATOR-ID TO AL-SET-BY.

           IF RECORD-FOUND-FLAG = 1 THEN
               REWRITE LIMIT-RECORD
           ELSE
               WRITE LIMIT-RECORD
           END-IF.

           CLOSE LIMIT-FILE.

           MOVE 1 TO LIMIT-OK-FLAG.

           EXIT PROGRAM.
