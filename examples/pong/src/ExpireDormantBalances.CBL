      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Nightly housekeeping over the stored-value accounts
      *          nobody touches any more, and the liability report
      *          the accountants age them by. The rules come from
      *          ./data/dormancy_params.dat (LoadDormancyParams): an
      *          account with a balance and no balance-journal
      *          movement for longer than the dormancy period is
      *          flagged in ./data/dormant_flags.dat, and the title
      *          screen warns the player at their next PIN entry
      *          (CheckDormantNotice). If the account still hasn't
      *          moved when the grace period runs out, the balance is
      *          expired through UpdatePlayerBalance like any other
      *          movement -- an EXPIRE line in the journal, then the
      *          keyed file -- and the expiry goes in the audit log.
      *          Any movement at all lifts a flag. An account with a
      *          balance but no journal line at all predates the
      *          journal and is treated as dormant longest.
      *              ExpireDormantBalances          (what would happen)
      *              ExpireDormantBalances RUN      (flag and expire)
      *          Without RUN nothing is written. Either way the run
      *          ends in the liability report: outstanding balances
      *          aged 0-90, 91-180, 181-365 and over 365 days since
      *          their last movement.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpireDormantBalances.

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
           SELECT FLAG-FILE ASSIGN TO "./data/dormant_flags.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLAG-FILE-STATUS.

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

       FD  FLAG-FILE.
       01  FLAG-RECORD.
           COPY DORMFLAG.

       WORKING-STORAGE SECTION.
       01  BALANCE-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  FLAG-FILE-STATUS PIC X(2).
       01  BALANCE-FILE-FOUND PIC 9(1) VALUE 0.

       01  GAME.
           COPY GAMEFLDS.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  RUN-TOKEN PIC X(8) VALUE SPACES.
       01  LIVE-RUN-FLAG PIC 9(1) VALUE 0.

       01  DORMANT-DAYS PIC 9(4) VALUE 0.
       01  GRACE-DAYS PIC 9(4) VALUE 0.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  WORK-NUMBER PIC 9(7) VALUE 0.

      *> every account, its last movement and where it stands.
      *> ACCT-STANDING: space live, F flagged tonight, W already
      *> flagged and still in grace, E grace over -- expire.
       01  ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 2000 TIMES.
               10 ACCT-PLAYER-KEY PIC X(8).
               10 ACCT-BALANCE    PIC 9(4).
               10 ACCT-LAST-MOVE  PIC 9(8).
               10 ACCT-FLAGGED    PIC 9(8).
               10 ACCT-EXPIRES    PIC 9(8).
               10 ACCT-AGE-DAYS   PIC 9(7).
               10 ACCT-STANDING   PIC X(1).
       01  ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01  ACCOUNT-IDX PIC 9(4) VALUE 0.
       01  FOUND-IDX PIC 9(4) VALUE 0.
       01  ACCOUNTS-DROPPED PIC 9(5) VALUE 0.

       01  AGE-BUCKET-TABLE.
           05 AGE-BUCKET OCCURS 4 TIMES.
               10 BUCKET-ACCOUNTS PIC 9(5).
               10 BUCKET-CREDITS  PIC 9(7).
       01  BUCKET-IDX PIC 9(1) VALUE 0.
       01  BUCKET-LABEL-LIST PIC X(48) VALUE
           "0-90 days   91-180 days 181-365 daysover 365    ".
       01  BUCKET-LABELS REDEFINES BUCKET-LABEL-LIST.
           05 BUCKET-LABEL PIC X(12) OCCURS 4 TIMES.
       01  TOTAL-ACCOUNTS PIC 9(5) VALUE 0.
       01  TOTAL-CREDITS PIC 9(7) VALUE 0.

       01  FLAGGED-TONIGHT PIC 9(5) VALUE 0.
       01  STILL-IN-GRACE PIC 9(5) VALUE 0.
       01  GRACE-OVER PIC 9(5) VALUE 0.
       01  EXPIRED-COUNT PIC 9(5) VALUE 0.
       01  EXPIRED-CREDITS PIC 9(7) VALUE 0.
       01  EXPIRY-REFUSED PIC 9(5) VALUE 0.

       01  MOVE-DELTA PIC S9(4) VALUE 0.
       01  MOVE-REASON PIC X(8) VALUE "EXPIRE".
       01  MOVE-NEW-BALANCE PIC 9(4) VALUE 0.
       01  MOVE-OK-FLAG PIC 9(1) VALUE 0.

       01  AUDIT-EVENT-CODE PIC X(10) VALUE "BALEXPIRE".
       01  AUDIT-EVENT-TEXT PIC X(80) VALUE SPACES.

       01  STANDING-TEXT PIC X(20) VALUE SPACES.
       01  FLAG-MEMBER-STATUS PIC X(1) VALUE SPACE.
       01  AGE-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
       EXPIRE-DORMANT-BALANCES-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO RUN-TOKEN
           END-UNSTRING.

           IF RUN-TOKEN = "RUN" THEN
               MOVE 1 TO LIVE-RUN-FLAG
           END-IF.

           CALL "LoadGameConfig" USING
               BY REFERENCE GAME
           END-CALL.

           CALL "LoadDormancyParams" USING
               BY REFERENCE DORMANT-DAYS
               BY REFERENCE GRACE-DAYS
           END-CALL.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.

           PERFORM LOAD-ACCOUNTS.

           IF BALANCE-FILE-FOUND = 0 THEN
               DISPLAY "No balance file yet; no accounts open."
               STOP RUN
           END-IF.

           PERFORM FIND-LAST-MOVEMENTS.
           PERFORM LOAD-EARLIER-FLAGS.

           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               PERFORM WEIGH-ONE-ACCOUNT
           END-PERFORM.

           IF LIVE-RUN-FLAG = 1 THEN
               PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
                   IF ACCT-STANDING (ACCOUNT-IDX) = "E" THEN
                       PERFORM EXPIRE-ONE-BALANCE
                   END-IF
               END-PERFORM
               PERFORM SAVE-FLAGS
           END-IF.

           PERFORM PRINT-LIABILITY-REPORT.

           STOP RUN.

       LOAD-ACCOUNTS.
           MOVE 0 TO ACCOUNT-COUNT.

           OPEN INPUT BALANCE-FILE.

           IF BALANCE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO BALANCE-FILE-FOUND.

           PERFORM UNTIL BALANCE-FILE-STATUS NOT = "00"
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

           CLOSE BALANCE-FILE.

           IF ACCOUNTS-DROPPED > 0 THEN
               DISPLAY ACCOUNTS-DROPPED " account(s) past the first"
                   " 2000 not weighed this run."
           END-IF.

       TAKE-ONE-ACCOUNT.
           IF ACCOUNT-COUNT >= 2000 THEN
               ADD 1 TO ACCOUNTS-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ACCOUNT-COUNT.
           MOVE BA-PLAYER-KEY TO ACCT-PLAYER-KEY (ACCOUNT-COUNT).
           MOVE BA-BALANCE TO ACCT-BALANCE (ACCOUNT-COUNT).
           MOVE 0 TO ACCT-LAST-MOVE (ACCOUNT-COUNT).
           MOVE 0 TO ACCT-FLAGGED (ACCOUNT-COUNT).
           MOVE 0 TO ACCT-EXPIRES (ACCOUNT-COUNT).
           MOVE 0 TO ACCT-AGE-DAYS (ACCOUNT-COUNT).
           MOVE SPACE TO ACCT-STANDING (ACCOUNT-COUNT).

       FIND-ACCOUNT.
      *> answers FOUND-IDX for the player key in BA-PLAYER-KEY, 0
      *> if the account isn't on the keyed file.
           MOVE 0 TO FOUND-IDX.

           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               OR FOUND-IDX > 0
               IF ACCT-PLAYER-KEY (ACCOUNT-IDX) = BA-PLAYER-KEY THEN
                   MOVE ACCOUNT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-LAST-MOVEMENTS.
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
           IF BJ-DATE NOT NUMERIC OR BJ-INITIALS = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

      *> a member's movement is theirs by number, a walk-up's by
      *> the initials.
           IF BJ-MEMBER-NUMBER NOT = SPACES THEN
               MOVE BJ-MEMBER-NUMBER TO BA-PLAYER-KEY
           ELSE
               MOVE BJ-INITIALS TO BA-PLAYER-KEY
           END-IF.
           PERFORM FIND-ACCOUNT.

           IF FOUND-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF BJ-DATE > ACCT-LAST-MOVE (FOUND-IDX) THEN
               MOVE BJ-DATE TO ACCT-LAST-MOVE (FOUND-IDX)
           END-IF.

       LOAD-EARLIER-FLAGS.
           OPEN INPUT FLAG-FILE.

           IF FLAG-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FLAG-FILE-STATUS NOT = "00"
               READ FLAG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-FLAG
               END-READ
           END-PERFORM.

           CLOSE FLAG-FILE.

       TAKE-ONE-FLAG.
           IF DF-FLAGGED NOT NUMERIC OR DF-EXPIRES NOT NUMERIC
           OR DF-LAST-MOVE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF DF-MEMBER-NUMBER NOT = SPACES THEN
               MOVE DF-MEMBER-NUMBER TO BA-PLAYER-KEY
           ELSE
               MOVE DF-INITIALS TO BA-PLAYER-KEY
           END-IF.
           PERFORM FIND-ACCOUNT.

           IF FOUND-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *> a flag only stands while the account is where it was when
      *> flagged: one movement since, and the clock starts again.
           IF ACCT-LAST-MOVE (FOUND-IDX) = DF-LAST-MOVE THEN
               MOVE DF-FLAGGED TO ACCT-FLAGGED (FOUND-IDX)
               MOVE DF-EXPIRES TO ACCT-EXPIRES (FOUND-IDX)
           END-IF.

       WEIGH-ONE-ACCOUNT.
           IF ACCT-BALANCE (ACCOUNT-IDX) = 0 THEN
               MOVE 0 TO ACCT-FLAGGED (ACCOUNT-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF ACCT-LAST-MOVE (ACCOUNT-IDX) = 0 THEN
               MOVE 9999999 TO ACCT-AGE-DAYS (ACCOUNT-IDX)
           ELSE
               CALL "DateToDayNumber" USING
                   BY REFERENCE ACCT-LAST-MOVE (ACCOUNT-IDX)
                   BY REFERENCE WORK-NUMBER
               END-CALL
               IF WORK-NUMBER < TODAY-NUMBER THEN
                   COMPUTE ACCT-AGE-DAYS (ACCOUNT-IDX) =
                       TODAY-NUMBER - WORK-NUMBER
               END-IF
           END-IF.

           IF ACCT-AGE-DAYS (ACCOUNT-IDX) <= DORMANT-DAYS THEN
               MOVE 0 TO ACCT-FLAGGED (ACCOUNT-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF ACCT-FLAGGED (ACCOUNT-IDX) = 0 THEN
               MOVE "F" TO ACCT-STANDING (ACCOUNT-IDX)
               MOVE TODAY-YMD TO ACCT-FLAGGED (ACCOUNT-IDX)
               COMPUTE WORK-NUMBER = TODAY-NUMBER + GRACE-DAYS
               CALL "DayNumberToDate" USING
                   BY REFERENCE WORK-NUMBER
                   BY REFERENCE ACCT-EXPIRES (ACCOUNT-IDX)
               END-CALL
               ADD 1 TO FLAGGED-TONIGHT
           ELSE
               IF TODAY-YMD >= ACCT-EXPIRES (ACCOUNT-IDX) THEN
                   MOVE "E" TO ACCT-STANDING (ACCOUNT-IDX)
                   ADD 1 TO GRACE-OVER
               ELSE
                   MOVE "W" TO ACCT-STANDING (ACCOUNT-IDX)
                   ADD 1 TO STILL-IN-GRACE
               END-IF
           END-IF.

       EXPIRE-ONE-BALANCE.
           COMPUTE MOVE-DELTA = 0 - ACCT-BALANCE (ACCOUNT-IDX).

           CALL "UpdatePlayerBalance" USING
               BY REFERENCE ACCT-PLAYER-KEY (ACCOUNT-IDX)
               BY REFERENCE MOVE-DELTA
               BY REFERENCE MOVE-REASON
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE MOVE-NEW-BALANCE
               BY REFERENCE MOVE-OK-FLAG
           END-CALL.

      *> refused (the keyed file wouldn't open, or the balance has
      *> moved under us): the flag stays up and tomorrow tries again.
           IF MOVE-OK-FLAG NOT = 1 THEN
               ADD 1 TO EXPIRY-REFUSED
               DISPLAY ACCT-PLAYER-KEY (ACCOUNT-IDX) "  expiry of "
                   ACCT-BALANCE (ACCOUNT-IDX) " credits refused;"
                   " left flagged."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO EXPIRED-COUNT.
           ADD ACCT-BALANCE (ACCOUNT-IDX) TO EXPIRED-CREDITS.

           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Dormant balance of " ACCT-BALANCE (ACCOUNT-IDX)
               " credits expired on account "
               ACCT-PLAYER-KEY (ACCOUNT-IDX) ", flagged "
               ACCT-FLAGGED (ACCOUNT-IDX)
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           CALL "LogSessionEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE GAME-CABINET-ID
           END-CALL.

           MOVE 0 TO ACCT-BALANCE (ACCOUNT-IDX).
           MOVE 0 TO ACCT-FLAGGED (ACCOUNT-IDX).
           MOVE "X" TO ACCT-STANDING (ACCOUNT-IDX).

       SAVE-FLAGS.
           OPEN OUTPUT FLAG-FILE.

           IF FLAG-FILE-STATUS NOT = "00" THEN
               DISPLAY "dormant_flags.dat unwritable (status "
                   FLAG-FILE-STATUS "); no account warned."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               IF ACCT-FLAGGED (ACCOUNT-IDX) > 0 THEN
                   MOVE SPACES TO FLAG-RECORD
                   CALL "ResolvePlayerKey" USING
                       BY REFERENCE ACCT-PLAYER-KEY (ACCOUNT-IDX)
                       BY REFERENCE DF-INITIALS
                       BY REFERENCE DF-MEMBER-NUMBER
                       BY REFERENCE FLAG-MEMBER-STATUS
                   END-CALL
                   MOVE ACCT-LAST-MOVE (ACCOUNT-IDX) TO DF-LAST-MOVE
                   MOVE ACCT-FLAGGED (ACCOUNT-IDX) TO DF-FLAGGED
                   MOVE ACCT-BALANCE (ACCOUNT-IDX) TO DF-BALANCE
                   MOVE ACCT-EXPIRES (ACCOUNT-IDX) TO DF-EXPIRES
                   WRITE FLAG-RECORD
               END-IF
           END-PERFORM.

           CLOSE FLAG-FILE.

       PRINT-LIABILITY-REPORT.
           MOVE 0 TO TOTAL-ACCOUNTS.
           MOVE 0 TO TOTAL-CREDITS.

           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 4
               MOVE 0 TO BUCKET-ACCOUNTS (BUCKET-IDX)
               MOVE 0 TO BUCKET-CREDITS (BUCKET-IDX)
           END-PERFORM.

           IF LIVE-RUN-FLAG = 1 THEN
               DISPLAY "=== DORMANT BALANCES " TODAY-YMD " ==="
           ELSE
               DISPLAY "=== DORMANT BALANCES " TODAY-YMD
                   " (dry run -- add RUN to flag and expire) ==="
           END-IF.

           DISPLAY "dormant after " DORMANT-DAYS " days, "
               GRACE-DAYS " days' grace".

           PERFORM VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM.

           DISPLAY "flagged tonight " FLAGGED-TONIGHT
               "  still in grace " STILL-IN-GRACE
               "  grace over " GRACE-OVER.

           IF LIVE-RUN-FLAG = 1 THEN
               DISPLAY "expired " EXPIRED-COUNT " account(s), "
                   EXPIRED-CREDITS " credits"
               IF EXPIRY-REFUSED > 0 THEN
                   DISPLAY "expiry refused on " EXPIRY-REFUSED
                       " account(s); see above"
               END-IF
           END-IF.

           DISPLAY "--- OUTSTANDING LIABILITY BY AGE ---".
           DISPLAY "days since last movement  accounts  credits".

           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 4
               DISPLAY BUCKET-LABEL (BUCKET-IDX) "              "
                   BUCKET-ACCOUNTS (BUCKET-IDX) "  "
                   BUCKET-CREDITS (BUCKET-IDX)
           END-PERFORM.

           DISPLAY "total                     " TOTAL-ACCOUNTS "  "
               TOTAL-CREDITS.

       REPORT-ONE-ACCOUNT.
      *> the ageing is of what is still owed, after tonight's
      *> expiries; a dry run ages everything still on file.
           IF ACCT-BALANCE (ACCOUNT-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN ACCT-AGE-DAYS (ACCOUNT-IDX) <= 90
                   MOVE 1 TO BUCKET-IDX
               WHEN ACCT-AGE-DAYS (ACCOUNT-IDX) <= 180
                   MOVE 2 TO BUCKET-IDX
               WHEN ACCT-AGE-DAYS (ACCOUNT-IDX) <= 365
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE.

           ADD 1 TO BUCKET-ACCOUNTS (BUCKET-IDX).
           ADD ACCT-BALANCE (ACCOUNT-IDX)
               TO BUCKET-CREDITS (BUCKET-IDX).
           ADD 1 TO TOTAL-ACCOUNTS.
           ADD ACCT-BALANCE (ACCOUNT-IDX) TO TOTAL-CREDITS.

           EVALUATE ACCT-STANDING (ACCOUNT-IDX)
               WHEN "F"
                   MOVE "flagged, expires" TO STANDING-TEXT
               WHEN "W"
                   MOVE "in grace, expires" TO STANDING-TEXT
               WHEN "E"
                   MOVE "grace over, expiring" TO STANDING-TEXT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF ACCT-LAST-MOVE (ACCOUNT-IDX) = 0 THEN
               DISPLAY ACCT-PLAYER-KEY (ACCOUNT-IDX) "  "
                   ACCT-BALANCE (ACCOUNT-IDX) " credits  no movement"
                   " on file  " STANDING-TEXT " "
                   ACCT-EXPIRES (ACCOUNT-IDX)
           ELSE
               MOVE ACCT-AGE-DAYS (ACCOUNT-IDX) TO AGE-EDIT
               DISPLAY ACCT-PLAYER-KEY (ACCOUNT-IDX) "  "
                   ACCT-BALANCE (ACCOUNT-IDX) " credits  last moved "
                   ACCT-LAST-MOVE (ACCOUNT-IDX) " (" AGE-EDIT
                   " days)  " STANDING-TEXT " "
                   ACCT-EXPIRES (ACCOUNT-IDX)
           END-IF.
