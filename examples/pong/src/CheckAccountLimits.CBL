      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Answers where one stored-value account stands
      *          against the daily limits the counter set on it in
      *          ./data/account_limits.dat: the credits spent on
      *          plays today (the day's PLAY debits less its REFUND
      *          credits in ./data/balance_journal.dat), the minutes
      *          played today, both limits, and which limit is
      *          reached -- S for spend, M for minutes, a space for
      *          neither. An account with no limits record is never
      *          limited. The answer is cached per account and day so
      *          the cabinet can ask on every frame; the action byte
      *          says what else to do first:
      *              Q  answer from the cache (re-read on a new key
      *                 or a new day)
      *              R  re-read the record and the journal, then
      *                 answer (after a play is paid for or the
      *                 limits are set)
      *              M  add the seconds passed in to today's play
      *                 time on the record, then answer
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckAccountLimits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "./data/account_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-PLAYER-KEY
               FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "./data/balance_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           COPY ACCTLIM.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY BALJRNL.

       WORKING-STORAGE SECTION.
       01  LIMIT-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  TODAY-YMD PIC 9(8) VALUE 0.
      *> a line belongs to the member number it carries, or to its
      *> initials when it carries none.
       01  LINE-PLAYER-KEY PIC X(8) VALUE SPACES.
       01  SPENT-WORK PIC S9(5) VALUE 0.

      *> the last answer given, and for whom and on which day.
       01  CACHED-KEY PIC X(8) VALUE SPACES.
       01  CACHED-DAY PIC 9(8) VALUE 0.
       01  CACHED-SPEND-LIMIT PIC 9(4) VALUE 0.
       01  CACHED-MINUTES-LIMIT PIC 9(4) VALUE 0.
       01  CACHED-SPENT PIC 9(4) VALUE 0.
       01  CACHED-SECONDS PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       01  LIMIT-ACTION PIC X(1).
       01  LIMIT-PLAYER-KEY PIC X(8).
       01  LIMIT-PLAY-SECONDS PIC 9(5).
       01  LIMIT-HIT-CODE PIC X(1).
       01  LIMIT-SPENT-TODAY PIC 9(4).
       01  LIMIT-SPEND-CAP PIC 9(4).
       01  LIMIT-MINUTES-TODAY PIC 9(4).
       01  LIMIT-MINUTES-CAP PIC 9(4).

       PROCEDURE DIVISION USING LIMIT-ACTION LIMIT-PLAYER-KEY
           LIMIT-PLAY-SECONDS LIMIT-HIT-CODE LIMIT-SPENT-TODAY
           LIMIT-SPEND-CAP LIMIT-MINUTES-TODAY LIMIT-MINUTES-CAP.
       CHECK-ACCOUNT-LIMITS-LOGIC.
           MOVE SPACE TO LIMIT-HIT-CODE.
           MOVE 0 TO LIMIT-SPENT-TODAY.
           MOVE 0 TO LIMIT-SPEND-CAP.
           MOVE 0 TO LIMIT-MINUTES-TODAY.
           MOVE 0 TO LIMIT-MINUTES-CAP.

           IF LIMIT-PLAYER-KEY = SPACES THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

           IF LIMIT-ACTION = "M" AND LIMIT-PLAY-SECONDS > 0 THEN
               PERFORM ADD-PLAY-SECONDS
           END-IF.

           IF LIMIT-ACTION NOT = "Q"
           OR LIMIT-PLAYER-KEY NOT = CACHED-KEY
           OR TODAY-YMD NOT = CACHED-DAY THEN
               PERFORM READ-LIMITS
           END-IF.

           MOVE CACHED-SPEND-LIMIT TO LIMIT-SPEND-CAP.
           MOVE CACHED-MINUTES-LIMIT TO LIMIT-MINUTES-CAP.
           MOVE CACHED-SPENT TO LIMIT-SPENT-TODAY.
           COMPUTE LIMIT-MINUTES-TODAY = CACHED-SECONDS / 60.

      *> spend is checked first: it is the limit a parent paid for.
           IF LIMIT-SPEND-CAP > 0
           AND LIMIT-SPENT-TODAY >= LIMIT-SPEND-CAP THEN
               MOVE "S" TO LIMIT-HIT-CODE
           ELSE
               IF LIMIT-MINUTES-CAP > 0
               AND LIMIT-MINUTES-TODAY >= LIMIT-MINUTES-CAP THEN
                   MOVE "M" TO LIMIT-HIT-CODE
               END-IF
           END-IF.

           EXIT PROGRAM.

       READ-LIMITS.
           MOVE LIMIT-PLAYER-KEY TO CACHED-KEY.
           MOVE TODAY-YMD TO CACHED-DAY.
           MOVE 0 TO CACHED-SPEND-LIMIT.
           MOVE 0 TO CACHED-MINUTES-LIMIT.
           MOVE 0 TO CACHED-SPENT.
           MOVE 0 TO CACHED-SECONDS.

           OPEN INPUT LIMIT-FILE.

           IF LIMIT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LIMIT-PLAYER-KEY TO AL-PLAYER-KEY.
           READ LIMIT-FILE
               KEY IS AL-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-SPEND-LIMIT TO CACHED-SPEND-LIMIT
                   MOVE AL-MINUTES-LIMIT TO CACHED-MINUTES-LIMIT
                   IF AL-USAGE-DATE = TODAY-YMD THEN
                       MOVE AL-SECONDS-USED TO CACHED-SECONDS
                   END-IF
           END-READ.

           CLOSE LIMIT-FILE.

      *> no spend limit, no need to read the whole journal.
           IF CACHED-SPEND-LIMIT > 0 THEN
               PERFORM ADD-UP-TODAYS-SPEND
           END-IF.

       ADD-UP-TODAYS-SPEND.
           MOVE 0 TO SPENT-WORK.

           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM WEIGH-JOURNAL-LINE
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

           IF SPENT-WORK > 0 THEN
               MOVE SPENT-WORK TO CACHED-SPENT
           END-IF.

       WEIGH-JOURNAL-LINE.
           IF BJ-DATE NOT = TODAY-YMD
           OR BJ-DELTA NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF BJ-MEMBER-NUMBER NOT = SPACES THEN
               MOVE BJ-MEMBER-NUMBER TO LINE-PLAYER-KEY
           ELSE
               MOVE BJ-INITIALS TO LINE-PLAYER-KEY
           END-IF.

           IF LINE-PLAYER-KEY NOT = LIMIT-PLAYER-KEY THEN
               EXIT PARAGRAPH
           END-IF.

      *> a play is a debit; a start handed back is refunded as a
      *> credit and no longer counts against the day.
           EVALUATE BJ-REASON
               WHEN "PLAY"
                   SUBTRACT BJ-DELTA FROM SPENT-WORK
               WHEN "REFUND"
                   SUBTRACT BJ-DELTA FROM SPENT-WORK
           END-EVALUATE.

       ADD-PLAY-SECONDS.
      *> only an account the counter has limited keeps a play clock.
           OPEN I-O LIMIT-FILE.

           IF LIMIT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LIMIT-PLAYER-KEY TO AL-PLAYER-KEY.
           READ LIMIT-FILE
               KEY IS AL-PLAYER-KEY
               INVALID KEY
                   CLOSE LIMIT-FILE
                   EXIT PARAGRAPH
           END-READ.

      *> a new day starts the clock over.
           IF AL-USAGE-DATE NOT = TODAY-YMD
           OR AL-SECONDS-USED NOT NUMERIC THEN
               MOVE TODAY-YMD TO AL-USAGE-DATE
               MOVE 0 TO AL-SECONDS-USED
           END-IF.

           IF AL-SECONDS-USED + LIMIT-PLAY-SECONDS > 999999 THEN
               MOVE 999999 TO AL-SECONDS-USED
           ELSE
               ADD LIMIT-PLAY-SECONDS TO AL-SECONDS-USED
           END-IF.

           REWRITE LIMIT-RECORD.

           CLOSE LIMIT-FILE.
