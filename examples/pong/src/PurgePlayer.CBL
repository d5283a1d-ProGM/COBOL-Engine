      * Author: ProGM
      * Date:
      * Purpose: Right-to-erasure purge of one player across every
      *          file their initials or member number key. Dry run by
      *          default -- it lists every record it finds and
      *          touches nothing; "<initials> RUN" (or "<member
      *          number> RUN") performs the pass:
      *            hiscore.dat            record deleted
      *            members.dat            member record deleted
      *            players.dat            record deleted
      *            awards.dat             record deleted
      *            ratings.dat            record deleted
      *            campaign.dat           record deleted
      *            loyalty_counters.dat   record deleted
      *            memberships.dat        record deleted
      *            account_limits.dat     record deleted
      *            hiscore_journal(_*)    initials anonymized XXX
      *            hiscore_<season> archs initials anonymized XXX
      *            hiscore_suspense.dat   initials anonymized XXX
      *            balance_journal.dat    initials anonymized XXX
      *            tickets.dat            initials anonymized XXX
      *            challenge_done.dat     initials anonymized XXX
      *            rating_journal.dat     winner/loser anonymized XXX
      *            match_postings.dat     initials anonymized XXX
      *            replay_catalog.dat     entry dropped, slot file
      *                                   deleted
      *            bracket.dat            initials anonymized XXX
      *          totals are not personal data. A stored-value
      *          balance is money owed, not just data: it is
      *          reported for the counter to settle, never silently
      *          deleted. The sealed money ledgers (balance journal,
      *          tickets) are verified first and resealed after the
      *          blanking (ResealLedger); one that already fails
      *          verification is left alone and reported, so the
      *          purge can't paper over an altered ledger.
      *          The player masters are purged under the player
      *          key (the member number for a member). The files
      *          that carry a member number beside the initials --
      *          balance journal, rating journal, dormant flags --
      *          only anonymize the lines that are really this
      *          player's: a member's lines by number, a walk-up's
      *          lines where no number stands, so purging one "JAS"
      *          leaves another's history alone; the number is
      *          blanked with the initials. Files that only ever
      *          carried initials are matched on initials as before.
      *          The player-change journal loses the player's key and
      *          record images, and the purge itself goes into it as
      *          deletions, so head office drops the player from the
      *          central player master and from every other cabinet.
      *          The pass writes a PURGE line to the audit
      *          trail and prints a completion certificate (also
      *          appended to ./data/purge_certificates.dat).
      * Tectonics: cobc -x
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "./data/players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-KEY
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT AWARD-FILE ASSIGN TO "./data/awards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-PLAYER-KEY
               FILE STATUS IS AWARD-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "./data/ratings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAYER-KEY
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO "./data/campaign.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PLAYER-KEY
               FILE STATUS IS CAMPAIGN-FILE-STATUS.
           SELECT COUNTER-FILE
               ASSIGN TO "./data/loyalty_counters.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-PLAYER-KEY
               FILE STATUS IS COUNTER-FILE-STATUS.
           SELECT MEMBERSHIP-FILE ASSIGN TO "./data/memberships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-PLAYER-KEY
               FILE STATUS IS MEMBERSHIP-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "./data/account_limits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-PLAYER-KEY
               FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "./data/balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-PLAYER-KEY
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO "./data/members.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-MEMBER-NUMBER
               FILE STATUS IS MEMBER-FILE-STATUS.
           SELECT TEXT-IN-FILE ASSIGN TO TEXT-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEXT-IN-STATUS.

       FD  PLAYER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-KEY   PIC X(8).
           05 PM-DIFFICULTY   PIC 9(1).
           05 PM-P1-UP        PIC 9(3).
           05 PM-P1-DOWN      PIC 9(3).
           05 PM-PALETTE      PIC 9(1).
           05 PM-GAMES-PLAYED PIC 9(5).
           05 PM-PUBLIC-FLAG  PIC X(1).
           05 PM-ASSIST       PIC 9(1).

       FD  AWARD-FILE.
       01  AWARD-RECORD.

       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-KEY PIC X(8).
           05 RT-RATING   PIC 9(4).
           05 RT-GAMES    PIC 9(5).
           05 RT-WINS     PIC 9(5).

       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-PLAYER-KEY     PIC X(8).
           05 CP-BEST-LEVEL     PIC 9(2).
           05 CP-COMPLETED-FLAG PIC 9(1).
           05 CP-COMPLETED-DATE PIC 9(8).

       FD  COUNTER-FILE.
       01  COUNTER-RECORD.
           05 LC-PLAYER-KEY PIC X(8).
           05 LC-COUNTER  PIC 9(5).

       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           COPY SUBSREC.

       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           COPY ACCTLIM.

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BA-PLAYER-KEY PIC X(8).
           05 BA-PIN      PIC 9(4).
           05 BA-BALANCE  PIC 9(4).

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           COPY MEMBREC.

       FD  TEXT-IN-FILE.
       01  TEXT-IN-LINE PIC X(120).

           COPY CROWNREC.

       FD  CERT-FILE.
       01  CERT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  HISCORE-FILE-STATUS PIC X(2).
       01  CAMPAIGN-FILE-STATUS PIC X(2).
       01  COUNTER-FILE-STATUS PIC X(2).
       01  BALANCE-FILE-STATUS PIC X(2).
       01  MEMBERSHIP-FILE-STATUS PIC X(2).
       01  LIMIT-FILE-STATUS PIC X(2).
       01  MEMBER-FILE-STATUS PIC X(2).
       01  TEXT-IN-STATUS PIC X(2).
       01  TEXT-OUT-STATUS PIC X(2).
       01  CATALOG-FILE-STATUS PIC X(2).
       01  SLOT-FILE-PATH PIC X(30) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(40) VALUE SPACES.
       01  TARGET-KEY PIC X(8) VALUE SPACES.
       01  TARGET-INITIALS PIC X(3) VALUE SPACES.
       01  TARGET-MEMBER PIC X(8) VALUE SPACES.
       01  TARGET-STATUS PIC X(1) VALUE SPACE.
       01  MODE-TOKEN PIC X(10) VALUE SPACES.
       01  LIVE-RUN-FLAG PIC 9(1) VALUE 0.

      *> the journal line's initials sit in fixed columns 17-19;
      *> the season archives carry theirs in columns 1-3.
       01  ANON-COLUMN PIC 9(2) VALUE 1.
      *> where the line's member number sits, 0 for a file that
      *> carries none; see ANONYMIZE-OTHER-LEDGERS.
       01  MEMBER-COLUMN PIC 9(3) VALUE 0.
       01  LINE-MATCH-FLAG PIC 9(1) VALUE 0.
      *> where a line's whole player key sits, for the change
      *> journal, whose record image follows the key; 0 elsewhere.
       01  KEY-COLUMN PIC 9(3) VALUE 0.
       01  CHANGE-FILE-CODE PIC X(4) VALUE SPACES.
       01  CHANGE-KIND PIC X(1) VALUE "D".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.
       01  LINE-CHANGED-COUNT PIC 9(5) VALUE 0.

       01  SEALED-LEDGER-CODE PIC X(4) VALUE SPACES.
       01  SEAL-VERIFY-LINES PIC 9(7) VALUE 0.
       01  SEAL-VERIFY-FAULTS PIC 9(5) VALUE 0.
       01  RESEAL-LINE-COUNT PIC 9(7) VALUE 0.

       01  TOURN-MATCH-COUNT PIC 9(2) VALUE 0.
       01  TOURN-TABLE.
           COPY TOURNFLDS.
      *> leads with is skipped on read and re-emitted on rewrite,
      *> never counted against the table.
       01  CATALOG-ROWS.
           05 CATALOG-ROW OCCURS 10 TIMES PIC X(50).
       01  CATALOG-ROW-COUNT PIC 9(2) VALUE 0.
       01  CATALOG-HEADER-SEEN PIC 9(1) VALUE 0.
       01  CATALOG-ROW-IDX PIC 9(2) VALUE 0.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO TARGET-KEY MODE-TOKEN
           END-UNSTRING.

           IF TARGET-KEY = SPACES THEN
               DISPLAY "Usage: PurgePlayer <initials|member-number>"
                   " [RUN]"
               STOP RUN
           END-IF.

      *> a member number names the member; initials name the
      *> walk-up who signs that way.
           CALL "ResolvePlayerKey" USING
               BY REFERENCE TARGET-KEY
               BY REFERENCE TARGET-INITIALS
               BY REFERENCE TARGET-MEMBER
               BY REFERENCE TARGET-STATUS
           END-CALL.

           IF TARGET-STATUS = "?" THEN
               DISPLAY "Member number " TARGET-KEY
                   " is not on the member master; nothing purged."
               STOP RUN
           END-IF.

           IF MODE-TOKEN = "RUN" THEN
               MOVE 1 TO LIVE-RUN-FLAG
               DISPLAY "=== PURGE (LIVE) OF " TARGET-INITIALS
                   " " TARGET-MEMBER " ==="
           ELSE
               DISPLAY "=== PURGE DRY RUN FOR " TARGET-INITIALS
                   " " TARGET-MEMBER " (nothing will be touched) ==="
           END-IF.

           PERFORM PURGE-HISCORE-BOARD.
           PERFORM PURGE-MEMBER-MASTER.
           PERFORM PURGE-PLAYER-MASTER.
           PERFORM PURGE-AWARDS.
           PERFORM PURGE-RATINGS.
           PERFORM PURGE-CAMPAIGN.
           PERFORM PURGE-LOYALTY.
           PERFORM PURGE-MEMBERSHIP.
           PERFORM PURGE-ACCOUNT-LIMITS.
           PERFORM REPORT-BALANCE.
           PERFORM ANONYMIZE-JOURNALS.
           PERFORM ANONYMIZE-SEASON-ARCHIVES.
           PERFORM PURGE-LADDER.
           PERFORM PURGE-QUEUE.
           PERFORM ANONYMIZE-CROWN.
           PERFORM ANONYMIZE-CHANGE-JOURNAL.

           IF LIVE-RUN-FLAG = 1 THEN
               PERFORM LOG-PURGE-CHANGES
               PERFORM WRITE-PURGE-RECORDS
           END-IF.

               EXIT PARAGRAPH
           END-IF.

      *> the player can hold a row on each game's board.
           MOVE TARGET-INITIALS TO HS-INITIALS.
           MOVE "P" TO HS-GAME-KIND.
           PERFORM PURGE-HISCORE-ROW.

           MOVE TARGET-INITIALS TO HS-INITIALS.
           MOVE "B" TO HS-GAME-KIND.
           PERFORM PURGE-HISCORE-ROW.

           CLOSE HISCORE-FILE.

       PURGE-HISCORE-ROW.
           READ HISCORE-FILE
               KEY IS HS-BOARD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   END-IF
           END-READ.

       PURGE-MEMBER-MASTER.
           IF TARGET-MEMBER = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MEMBER-FILE.

           IF MEMBER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-MEMBER TO MB-MEMBER-NUMBER.
           READ MEMBER-FILE
               KEY IS MB-MEMBER-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "members.dat: member record"
                       TO FINDING-TEXT
                   PERFORM NOTE-FINDING
                   IF LIVE-RUN-FLAG = 1 THEN
                       DELETE MEMBER-FILE RECORD
                       ADD 1 TO REMOVED-COUNT
                   END-IF
           END-READ.

           CLOSE MEMBER-FILE.

       PURGE-PLAYER-MASTER.
           OPEN I-O PLAYER-FILE.
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO PM-PLAYER-KEY.
           READ PLAYER-FILE
               KEY IS PM-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO AW-PLAYER-KEY.
           READ AWARD-FILE
               KEY IS AW-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE
               KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO CP-PLAYER-KEY.
           READ CAMPAIGN-FILE
               KEY IS CP-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO LC-PLAYER-KEY.
           READ COUNTER-FILE
               KEY IS LC-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY

           CLOSE COUNTER-FILE.

       PURGE-MEMBERSHIP.
           OPEN I-O MEMBERSHIP-FILE.

           IF MEMBERSHIP-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO SB-PLAYER-KEY.
           READ MEMBERSHIP-FILE
               KEY IS SB-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO FINDING-TEXT
                   STRING "memberships.dat: tier " SB-TIER
                       " membership, expires " SB-EXPIRY-DATE
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   END-STRING
                   PERFORM NOTE-FINDING
                   IF LIVE-RUN-FLAG = 1 THEN
                       DELETE MEMBERSHIP-FILE RECORD
                       ADD 1 TO REMOVED-COUNT
                   END-IF
           END-READ.

           CLOSE MEMBERSHIP-FILE.

       PURGE-ACCOUNT-LIMITS.
           OPEN I-O LIMIT-FILE.

           IF LIMIT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO AL-PLAYER-KEY.
           READ LIMIT-FILE
               KEY IS AL-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "account_limits.dat: daily limits record"
                       TO FINDING-TEXT
                   PERFORM NOTE-FINDING
                   IF LIVE-RUN-FLAG = 1 THEN
                       DELETE LIMIT-FILE RECORD
                       ADD 1 TO REMOVED-COUNT
                   END-IF
           END-READ.

           CLOSE LIMIT-FILE.

       REPORT-BALANCE.
      *> money is not erased by letter: an account with credit on
      *> it gets settled at the counter first, then this runs
               EXIT PARAGRAPH
           END-IF.

           MOVE TARGET-KEY TO BA-PLAYER-KEY.
           READ BALANCE-FILE
               KEY IS BA-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY

       ANONYMIZE-JOURNALS.
           MOVE 17 TO ANON-COLUMN.
           MOVE 0 TO MEMBER-COLUMN.

           MOVE "./data/hiscore_journal.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

       ANONYMIZE-SEASON-ARCHIVES.
           MOVE 1 TO ANON-COLUMN.
           MOVE 0 TO MEMBER-COLUMN.

           PERFORM VARYING SCAN-YEAR FROM 2024 BY 1
               UNTIL SCAN-YEAR > 2030
      *> the other append-only files that key lines by initials.
      *> Like the journals, the LINES stay -- ticket and balance
      *> movements are money records -- with the name blanked out
      *> of its fixed column: the suspense file, the prize issues,
      *> the receipt register and the balance journal put it at 17
      *> (date, time, then initials, the hi-score journal's own
      *> shape), tickets at 23 (date, time, kind first), challenge
      *> completions at 10 (date first). The rating journal and
      *> the match postings carry two names a line after the match
      *> number -- winner and loser at 26 and 30, the posting's two
      *> names at 33 and 37 -- and take one pass per column. The
      *> dormant-account flags lead with the name. Where a line
      *> also carries a member number -- the balance journal at 64,
      *> the rating journal's winner and loser at 50 and 59, the
      *> dormant flags at 37 -- the number has to agree as well.
           MOVE 0 TO MEMBER-COLUMN.
           MOVE 17 TO ANON-COLUMN.
           MOVE "./data/hiscore_suspense.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 17 TO ANON-COLUMN.
           MOVE "./data/prize_issues.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 17 TO ANON-COLUMN.
           MOVE "./data/receipts.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 17 TO ANON-COLUMN.
           MOVE 64 TO MEMBER-COLUMN.
           MOVE "./data/balance_journal.dat" TO TEXT-IN-PATH.
           MOVE "BALJ" TO SEALED-LEDGER-CODE.
           PERFORM ANONYMIZE-SEALED-LEDGER.

           MOVE 0 TO MEMBER-COLUMN.
           MOVE 23 TO ANON-COLUMN.
           MOVE "./data/tickets.dat" TO TEXT-IN-PATH.
           MOVE "TICK" TO SEALED-LEDGER-CODE.
           PERFORM ANONYMIZE-SEALED-LEDGER.

           MOVE 10 TO ANON-COLUMN.
           MOVE "./data/challenge_done.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 26 TO ANON-COLUMN.
           MOVE 50 TO MEMBER-COLUMN.
           MOVE "./data/rating_journal.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 30 TO ANON-COLUMN.
           MOVE 59 TO MEMBER-COLUMN.
           MOVE "./data/rating_journal.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 0 TO MEMBER-COLUMN.
           MOVE 33 TO ANON-COLUMN.
           MOVE "./data/match_postings.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 37 TO ANON-COLUMN.
           MOVE "./data/match_postings.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 1 TO ANON-COLUMN.
           MOVE 37 TO MEMBER-COLUMN.
           MOVE "./data/dormant_flags.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           MOVE 0 TO MEMBER-COLUMN.

       ANONYMIZE-CHANGE-JOURNAL.
      *> the player-change journal keys a line by the whole player
      *> key at 24 with the record image behind it; both go.
           MOVE 0 TO MEMBER-COLUMN.
           MOVE 24 TO KEY-COLUMN.
           MOVE "./data/player_changes.dat" TO TEXT-IN-PATH.
           PERFORM ANONYMIZE-ONE-TEXT-FILE.
           MOVE 0 TO KEY-COLUMN.

       LOG-PURGE-CHANGES.
      *> deletions for each master the purge empties; the balance
      *> is settled at the counter, not erased, and stays.
           MOVE "PROF" TO CHANGE-FILE-CODE.
           PERFORM LOG-ONE-PURGE-CHANGE.
           MOVE "AWRD" TO CHANGE-FILE-CODE.
           PERFORM LOG-ONE-PURGE-CHANGE.
           MOVE "RATE" TO CHANGE-FILE-CODE.
           PERFORM LOG-ONE-PURGE-CHANGE.
           MOVE "LOYL" TO CHANGE-FILE-CODE.
           PERFORM LOG-ONE-PURGE-CHANGE.

       LOG-ONE-PURGE-CHANGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE TARGET-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.

       ANONYMIZE-SEALED-LEDGER.
      *> blanking a name changes the line, so the ledger's checks
      *> are recomputed afterwards -- but only on a ledger whose
      *> chain was whole to begin with.
           CALL "VerifyLedgerChain" USING
               BY REFERENCE SEALED-LEDGER-CODE
               BY REFERENCE SEAL-VERIFY-LINES
               BY REFERENCE SEAL-VERIFY-FAULTS
           END-CALL.

           IF SEAL-VERIFY-FAULTS > 0 THEN
               MOVE SPACES TO FINDING-TEXT
               STRING TEXT-IN-PATH DELIMITED BY SPACE
                   ": fails verification, NOT anonymized"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-FINDING
               EXIT PARAGRAPH
           END-IF.

           PERFORM ANONYMIZE-ONE-TEXT-FILE.

           IF LIVE-RUN-FLAG = 1 AND LINE-CHANGED-COUNT > 0 THEN
               CALL "ResealLedger" USING
                   BY REFERENCE SEALED-LEDGER-CODE
                   BY REFERENCE RESEAL-LINE-COUNT
               END-CALL
           END-IF.

       ANONYMIZE-ONE-TEXT-FILE.
      *> one pass through a .new staging copy, initials column
      *> blanked to XXX where it matches; the lines themselves stay
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MATCH-TARGET-LINE
                       IF LINE-MATCH-FLAG = 1
                           ADD 1 TO LINE-CHANGED-COUNT
                           PERFORM BLANK-TARGET-LINE
                       END-IF
                       IF LIVE-RUN-FLAG = 1
                           MOVE TEXT-IN-LINE TO TEXT-OUT-LINE
               ADD LINE-CHANGED-COUNT TO REMOVED-COUNT
           END-IF.

       BLANK-TARGET-LINE.
           IF KEY-COLUMN > 0 THEN
               MOVE "XXX" TO TEXT-IN-LINE (KEY-COLUMN:8)
               MOVE SPACES TO TEXT-IN-LINE (KEY-COLUMN + 9:60)
               EXIT PARAGRAPH
           END-IF.

           MOVE "XXX" TO TEXT-IN-LINE (ANON-COLUMN:3).
           IF MEMBER-COLUMN > 0 THEN
               MOVE SPACES TO TEXT-IN-LINE (MEMBER-COLUMN:8)
           END-IF.

       MATCH-TARGET-LINE.
      *> the initials must match; where the file keeps a member
      *> number, so must that -- blank on both sides for a walk-up.
      *> A file that keeps the whole player key matches on that.
           MOVE 0 TO LINE-MATCH-FLAG.

           IF KEY-COLUMN > 0 THEN
               IF TEXT-IN-LINE (KEY-COLUMN:8) = TARGET-KEY THEN
                   MOVE 1 TO LINE-MATCH-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF TEXT-IN-LINE (ANON-COLUMN:3) NOT = TARGET-INITIALS THEN
               EXIT PARAGRAPH
           END-IF.

           IF MEMBER-COLUMN > 0 THEN
               IF TEXT-IN-LINE (MEMBER-COLUMN:8) NOT = TARGET-MEMBER
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 1 TO LINE-MATCH-FLAG.

       PROMOTE-STAGED-TEXT.
           OPEN INPUT TEXT-OUT-FILE.
           OPEN OUTPUT TEXT-IN-FILE.

       WRITE-PURGE-RECORDS.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Player " TARGET-INITIALS " " TARGET-MEMBER
               " purged: "
               FOUND-COUNT " records found, " REMOVED-COUNT
               " removed or anonymized"
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           IF CERT-FILE-STATUS = "00" THEN
               MOVE SPACES TO CERT-LINE
               STRING CURRENT-DATE-YMD " erasure of "
                   TARGET-INITIALS " " TARGET-MEMBER " complete: "
                   FOUND-COUNT " found, " REMOVED-COUNT
                   " removed/anonymized"
                   DELIMITED BY SIZE INTO CERT-LINE
           END-IF.

           DISPLAY "CERTIFICATE: erasure of " TARGET-INITIALS
               " " TARGET-MEMBER " completed " CURRENT-DATE-YMD
               "; aggregate"
               " revenue and session counts untouched.".
