      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Stored-value account statements for the counter
      *          printer -- something to hand a regular who disputes
      *          their balance. For one account's initials or
      *          member number, or ALL, over a period (this month to
      *          date unless dates are given):
      *              PrintBalanceStatements ABC 20261001 20261031
      *              PrintBalanceStatements 00010042
      *              PrintBalanceStatements ALL
      *          each statement carries the opening balance, every
      *          TOPUP, PLAY, REFUND and EXPIRE movement in the
      *          period from ./data/balance_journal.dat with its
      *          date, time and cabinet, and the closing balance.
      *          Balances are worked back from what
      *          ./data/balances.dat holds today, so the closing
      *          figure always agrees with it; where the journal's
      *          own running total does not (an account older than
      *          the journal, a damaged file) the statement says so
      *          rather than print a figure that can't be defended.
      *          Statements are spooled to ./data/print_spool.dat in
      *          the receipt printer's 40 columns, the same spool the
      *          champion certificates use. With ALL, accounts with
      *          nothing to report (no movement and a zero balance)
      *          are skipped.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintBalanceStatements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "./data/balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-PLAYER-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "./data/balance_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "./data/print_spool.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BA-PLAYER-KEY PIC X(8).
           05 BA-PIN      PIC 9(4).
           05 BA-BALANCE  PIC 9(4).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY BALJRNL.

       FD  SPOOL-FILE.
       01  SPOOL-LINE PIC X(40).

       WORKING-STORAGE SECTION.
       01  BALANCE-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  SPOOL-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  ACCOUNT-TOKEN PIC X(8) VALUE SPACES.
       01  FROM-TOKEN PIC X(8) VALUE SPACES.
       01  FROM-TOKEN-NUM REDEFINES FROM-TOKEN PIC 9(8).
       01  TO-TOKEN PIC X(8) VALUE SPACES.
       01  TO-TOKEN-NUM REDEFINES TO-TOKEN PIC 9(8).
       01  ALL-ACCOUNTS-FLAG PIC 9(1) VALUE 0.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-YM PIC 9(6) VALUE 0.
       01  PERIOD-FROM PIC 9(8) VALUE 0.
       01  PERIOD-TO PIC 9(8) VALUE 0.

      *> one account's movements inside the period, kept while the
      *> journal is read so the statement can be printed after the
      *> balances are known.
       01  MOVEMENT-TABLE.
           05 MOVEMENT-ENTRY OCCURS 200 TIMES.
               10 MV-DATE     PIC 9(8).
               10 MV-TIME     PIC 9(6).
               10 MV-DELTA    PIC S9(4).
               10 MV-REASON   PIC X(8).
               10 MV-CABINET  PIC X(8).
       01  MOVEMENT-COUNT PIC 9(3) VALUE 0.
       01  MOVEMENT-IDX PIC 9(3) VALUE 0.
       01  MOVEMENT-OVERFLOW PIC 9(5) VALUE 0.

       01  PERIOD-NET PIC S9(7) VALUE 0.
       01  AFTER-NET PIC S9(7) VALUE 0.
       01  JOURNAL-NET PIC S9(7) VALUE 0.
       01  OPENING-BALANCE PIC S9(7) VALUE 0.
       01  CLOSING-BALANCE PIC S9(7) VALUE 0.
       01  PERIOD-TOPUPS PIC 9(7) VALUE 0.
       01  PERIOD-PLAYS PIC 9(7) VALUE 0.
       01  PERIOD-REFUNDS PIC 9(7) VALUE 0.
       01  PERIOD-EXPIRED PIC 9(7) VALUE 0.

       01  BALANCE-EDIT PIC -(6)9.
       01  DELTA-EDIT PIC +(4)9.
       01  TOTAL-EDIT PIC Z(6)9.
       01  STATEMENT-LINE PIC X(40) VALUE SPACES.
       01  RULE-LINE PIC X(40) VALUE ALL "=".

       01  STATEMENT-COUNT PIC 9(5) VALUE 0.

      *> the account's name as the boards know it; a member's
      *> statement also carries the number it is filed under.
       01  STATEMENT-INITIALS PIC X(3) VALUE SPACES.
       01  STATEMENT-MEMBER PIC X(8) VALUE SPACES.
       01  STATEMENT-STATUS PIC X(1) VALUE SPACE.
       01  LINE-PLAYER-KEY PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-BALANCE-STATEMENTS-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO ACCOUNT-TOKEN FROM-TOKEN TO-TOKEN
           END-UNSTRING.

           IF ACCOUNT-TOKEN = SPACES THEN
               DISPLAY "Usage: PrintBalanceStatements"
                   " <initials|member-number|ALL>"
                   " [from-YYYYMMDD [to-YYYYMMDD]]"
               STOP RUN
           END-IF.

           IF ACCOUNT-TOKEN = "ALL" THEN
               MOVE 1 TO ALL-ACCOUNTS-FLAG
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

      *> the month to date unless told otherwise.
           COMPUTE TODAY-YM = TODAY-YMD / 100.
           COMPUTE PERIOD-FROM = TODAY-YM * 100 + 1.
           MOVE TODAY-YMD TO PERIOD-TO.

           IF FROM-TOKEN-NUM NUMERIC AND FROM-TOKEN-NUM > 0 THEN
               MOVE FROM-TOKEN-NUM TO PERIOD-FROM
           END-IF.

           IF TO-TOKEN-NUM NUMERIC AND TO-TOKEN-NUM > 0 THEN
               MOVE TO-TOKEN-NUM TO PERIOD-TO
           END-IF.

           IF PERIOD-TO < PERIOD-FROM THEN
               DISPLAY "Period ends " PERIOD-TO " before it starts "
                   PERIOD-FROM "; nothing printed."
               STOP RUN
           END-IF.

           OPEN INPUT BALANCE-FILE.

           IF BALANCE-FILE-STATUS NOT = "00" THEN
               DISPLAY "No balance file yet; no accounts open."
               STOP RUN
           END-IF.

           OPEN EXTEND SPOOL-FILE.

           IF SPOOL-FILE-STATUS = "05"
           OR SPOOL-FILE-STATUS = "35" THEN
               OPEN OUTPUT SPOOL-FILE
           END-IF.

           IF SPOOL-FILE-STATUS NOT = "00" THEN
               DISPLAY "print spool unwritable (status "
                   SPOOL-FILE-STATUS "); no statements printed."
               CLOSE BALANCE-FILE
               STOP RUN
           END-IF.

           DISPLAY "=== BALANCE STATEMENTS " PERIOD-FROM " TO "
               PERIOD-TO " ===".

           IF ALL-ACCOUNTS-FLAG = 1 THEN
               PERFORM UNTIL BALANCE-FILE-STATUS NOT = "00"
                   READ BALANCE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM STATE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           ELSE
               MOVE ACCOUNT-TOKEN TO BA-PLAYER-KEY
               READ BALANCE-FILE
                   KEY IS BA-PLAYER-KEY
                   INVALID KEY
                       DISPLAY "No stored-value account for "
                           ACCOUNT-TOKEN "."
                   NOT INVALID KEY
                       PERFORM STATE-ONE-ACCOUNT
               END-READ
           END-IF.

           CLOSE BALANCE-FILE.
           CLOSE SPOOL-FILE.

           DISPLAY STATEMENT-COUNT " statement(s) sent to the print"
               " spool.".

           STOP RUN.

       STATE-ONE-ACCOUNT.
           CALL "ResolvePlayerKey" USING
               BY REFERENCE BA-PLAYER-KEY
               BY REFERENCE STATEMENT-INITIALS
               BY REFERENCE STATEMENT-MEMBER
               BY REFERENCE STATEMENT-STATUS
           END-CALL.

           PERFORM GATHER-MOVEMENTS.

      *> worked back from today's balance: what came in after the
      *> period isn't in the closing figure, and what came in
      *> during it isn't in the opening one.
           COMPUTE CLOSING-BALANCE = BA-BALANCE - AFTER-NET.
           COMPUTE OPENING-BALANCE = CLOSING-BALANCE - PERIOD-NET.

           IF ALL-ACCOUNTS-FLAG = 1 AND MOVEMENT-COUNT = 0
           AND MOVEMENT-OVERFLOW = 0
           AND OPENING-BALANCE = 0 AND CLOSING-BALANCE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SPOOL-STATEMENT.

           ADD 1 TO STATEMENT-COUNT.
           MOVE CLOSING-BALANCE TO BALANCE-EDIT.
           DISPLAY STATEMENT-INITIALS " " STATEMENT-MEMBER
               "  closing balance "
               BALANCE-EDIT "  movements " MOVEMENT-COUNT.

       GATHER-MOVEMENTS.
           MOVE 0 TO MOVEMENT-COUNT.
           MOVE 0 TO MOVEMENT-OVERFLOW.
           MOVE 0 TO PERIOD-NET.
           MOVE 0 TO AFTER-NET.
           MOVE 0 TO JOURNAL-NET.
           MOVE 0 TO PERIOD-TOPUPS.
           MOVE 0 TO PERIOD-PLAYS.
           MOVE 0 TO PERIOD-REFUNDS.
           MOVE 0 TO PERIOD-EXPIRED.

           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-MOVEMENT
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       TAKE-ONE-MOVEMENT.
           IF BJ-MEMBER-NUMBER NOT = SPACES THEN
               MOVE BJ-MEMBER-NUMBER TO LINE-PLAYER-KEY
           ELSE
               MOVE BJ-INITIALS TO LINE-PLAYER-KEY
           END-IF.

           IF LINE-PLAYER-KEY NOT = BA-PLAYER-KEY
           OR BJ-DATE NOT NUMERIC OR BJ-DELTA NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           ADD BJ-DELTA TO JOURNAL-NET.

           IF BJ-DATE > PERIOD-TO THEN
               ADD BJ-DELTA TO AFTER-NET
               EXIT PARAGRAPH
           END-IF.

           IF BJ-DATE < PERIOD-FROM THEN
               EXIT PARAGRAPH
           END-IF.

           ADD BJ-DELTA TO PERIOD-NET.

           EVALUATE TRUE
               WHEN BJ-REASON = "REFUND"
                   ADD BJ-DELTA TO PERIOD-REFUNDS
               WHEN BJ-REASON = "EXPIRE"
                   SUBTRACT BJ-DELTA FROM PERIOD-EXPIRED
               WHEN BJ-DELTA > 0
                   ADD BJ-DELTA TO PERIOD-TOPUPS
               WHEN OTHER
                   SUBTRACT BJ-DELTA FROM PERIOD-PLAYS
           END-EVALUATE.

           IF MOVEMENT-COUNT >= 200 THEN
               ADD 1 TO MOVEMENT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MOVEMENT-COUNT.
           MOVE BJ-DATE TO MV-DATE (MOVEMENT-COUNT).
           MOVE BJ-TIME TO MV-TIME (MOVEMENT-COUNT).
           MOVE BJ-DELTA TO MV-DELTA (MOVEMENT-COUNT).
           MOVE BJ-REASON TO MV-REASON (MOVEMENT-COUNT).
           MOVE BJ-CABINET-ID TO MV-CABINET (MOVEMENT-COUNT).

       SPOOL-STATEMENT.
           MOVE RULE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "ACCOUNT STATEMENT  " STATEMENT-INITIALS
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           IF STATEMENT-MEMBER NOT = SPACES THEN
               MOVE SPACES TO STATEMENT-LINE
               STRING "member no. " STATEMENT-MEMBER
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               MOVE STATEMENT-LINE TO SPOOL-LINE
               WRITE SPOOL-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "period " PERIOD-FROM " to " PERIOD-TO
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "printed " TODAY-YMD
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE ALL "-" TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE OPENING-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "opening balance        " BALANCE-EDIT " cr"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           PERFORM VARYING MOVEMENT-IDX FROM 1 BY 1
               UNTIL MOVEMENT-IDX > MOVEMENT-COUNT
               PERFORM SPOOL-ONE-MOVEMENT
           END-PERFORM.

           IF MOVEMENT-COUNT = 0 THEN
               MOVE "  (no movements in the period)" TO SPOOL-LINE
               WRITE SPOOL-LINE
           END-IF.

      *> the totals below still count every movement; only the
      *> itemised list stops at the table.
           IF MOVEMENT-OVERFLOW > 0 THEN
               MOVE SPACES TO STATEMENT-LINE
               STRING "  ... and " MOVEMENT-OVERFLOW " more"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               MOVE STATEMENT-LINE TO SPOOL-LINE
               WRITE SPOOL-LINE
           END-IF.

           MOVE ALL "-" TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE PERIOD-TOPUPS TO TOTAL-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "topped up              " TOTAL-EDIT " cr"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE PERIOD-PLAYS TO TOTAL-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "played                 " TOTAL-EDIT " cr"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           IF PERIOD-REFUNDS NOT = 0 THEN
               MOVE PERIOD-REFUNDS TO TOTAL-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "refunded               " TOTAL-EDIT " cr"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               MOVE STATEMENT-LINE TO SPOOL-LINE
               WRITE SPOOL-LINE
           END-IF.

           IF PERIOD-EXPIRED NOT = 0 THEN
               MOVE PERIOD-EXPIRED TO TOTAL-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "expired (dormant)      " TOTAL-EDIT " cr"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               MOVE STATEMENT-LINE TO SPOOL-LINE
               WRITE SPOOL-LINE
           END-IF.

           MOVE CLOSING-BALANCE TO BALANCE-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "closing balance        " BALANCE-EDIT " cr"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

      *> the journal's own running total should land on the keyed
      *> balance; when it doesn't, the statement owns up to it.
           IF JOURNAL-NET = BA-BALANCE THEN
               MOVE "agrees with the account on file" TO SPOOL-LINE
               WRITE SPOOL-LINE
           ELSE
               MOVE JOURNAL-NET TO BALANCE-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "NOTE journal totals " BALANCE-EDIT
                   "; see desk"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               MOVE STATEMENT-LINE TO SPOOL-LINE
               WRITE SPOOL-LINE
               DISPLAY STATEMENT-INITIALS " " STATEMENT-MEMBER
                   "  journal totals " BALANCE-EDIT
                   " but balances.dat holds " BA-BALANCE
                   " -- check before handing this over"
           END-IF.

           MOVE RULE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

       SPOOL-ONE-MOVEMENT.
           MOVE MV-DELTA (MOVEMENT-IDX) TO DELTA-EDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING MV-DATE (MOVEMENT-IDX) " "
               MV-TIME (MOVEMENT-IDX) (1:4) " "
               MV-REASON (MOVEMENT-IDX) DELTA-EDIT " "
               MV-CABINET (MOVEMENT-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING.
           MOVE STATEMENT-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.
