      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Stand-alone review of the rated-match history for
      *          the patterns that game the house rating -- two
      *          friends handing each other wins, a regular playing
      *          a second account against their own main -- so an
      *          operator can look at them before the standings
      *          sheet (PrintRatingsReport) goes on the wall. Every
      *          line of ./data/rating_journal.dat not on the voided
      *          register is tallied by the pair of names that
      *          played it (member number, or initials for a
      *          walk-up, the way ratings.dat keys them), and a pair
      *          is listed when it shows any of:
      *            OFTEN    met at least 6 times and at least three
      *                     times as often as the average pair
      *            ONESIDE  met at least 5 times with 90% or more of
      *                     the wins going the same way
      *            FAST     a match whose rallies (rally_detail.dat,
      *                     joined by match number) add up to under
      *                     two minutes although the winner did not
      *                     start more than 100 points above the
      *                     loser -- a quick rout is plausible only
      *                     against a much weaker name
      *            FEEDS    more than half of one name's rating gains
      *                     (at least 20 points of them) came from
      *                     the other name of the pair; the name
      *                     fed (or both) is shown after the flag
      *          Each flagged pair is listed with both names' current
      *          rating from ./data/ratings.dat, and the fast matches
      *          are listed one by one below the pairs. This sheet is
      *          for the operator, not the wall: names are shown as
      *          they were keyed, opted out of public listing or not.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintRatingReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-FILE ASSIGN TO "./data/ratings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAYER-KEY
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT RATING-JOURNAL-FILE
               ASSIGN TO "./data/rating_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-JOURNAL-STATUS.
           SELECT RALLY-FILE ASSIGN TO "./data/rally_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RALLY-FILE-STATUS.
           SELECT VOID-FILE ASSIGN TO "./data/voided_matches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-KEY PIC X(8).
           05 RT-RATING   PIC 9(4).
           05 RT-GAMES    PIC 9(5).
           05 RT-WINS     PIC 9(5).

       FD  RATING-JOURNAL-FILE.
       01  RATING-JOURNAL-RECORD.
           COPY RATEJRNL.

       FD  RALLY-FILE.
       01  RALLY-RECORD.
           COPY RALLYDET.

       FD  VOID-FILE.
       01  VOID-RECORD.
           COPY VOIDREC.

       WORKING-STORAGE SECTION.
       01  RATING-FILE-STATUS PIC X(2).
       01  RATING-JOURNAL-STATUS PIC X(2).
       01  RALLY-FILE-STATUS PIC X(2).
       01  VOID-FILE-STATUS PIC X(2).

      *> what makes a pair worth a look; see the purpose above.
       01  OFTEN-MEETINGS-FLOOR PIC 9(3) VALUE 6.
       01  OFTEN-AVERAGE-TIMES PIC 9(1) VALUE 3.
       01  ONESIDED-MEETINGS-FLOOR PIC 9(3) VALUE 5.
       01  ONESIDED-WIN-PCT PIC 9(3) VALUE 90.
       01  FAST-SECONDS-FLOOR PIC 9(5) VALUE 120.
       01  FAST-GAP-ALLOWANCE PIC 9(4) VALUE 100.
       01  FEEDS-GAIN-PCT PIC 9(3) VALUE 50.
       01  FEEDS-GAIN-FLOOR PIC 9(5) VALUE 20.

       01  VOID-TABLE.
           05 VOID-ENTRY OCCURS 500 TIMES.
               10 VT-MATCH-NUMBER PIC 9(8).
       01  VOID-COUNT PIC 9(3) VALUE 0.
       01  VOID-IDX PIC 9(3) VALUE 0.
       01  VOIDED-FLAG PIC 9(1) VALUE 0.

      *> every name met on the journal, with all the points its wins
      *> brought in -- the whole against which one opponent's share
      *> is judged.
       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 100 TIMES.
               10 PL-KEY       PIC X(8).
               10 PL-INITIALS  PIC X(3).
               10 PL-GAINED    PIC 9(6).
       01  PLAYER-COUNT PIC 9(3) VALUE 0.
       01  PLAYER-IDX PIC 9(3) VALUE 0.
       01  WINNER-PLAYER PIC 9(3) VALUE 0.
       01  LOSER-PLAYER PIC 9(3) VALUE 0.
       01  SEEK-KEY PIC X(8) VALUE SPACES.
       01  SEEK-INITIALS PIC X(3) VALUE SPACES.
       01  FOUND-PLAYER PIC 9(3) VALUE 0.

      *> one row per pair that has met; the lower player number is
      *> side A so the same two names always land on the same row.
       01  PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 300 TIMES.
               10 PR-PLAYER-A  PIC 9(3).
               10 PR-PLAYER-B  PIC 9(3).
               10 PR-MEETINGS  PIC 9(5).
               10 PR-WINS-A    PIC 9(5).
               10 PR-WINS-B    PIC 9(5).
               10 PR-GAINED-A  PIC 9(6).
               10 PR-GAINED-B  PIC 9(6).
               10 PR-FAST      PIC 9(3).
       01  PAIR-COUNT PIC 9(3) VALUE 0.
       01  PAIR-IDX PIC 9(3) VALUE 0.
       01  PAIR-LOW PIC 9(3) VALUE 0.
       01  PAIR-HIGH PIC 9(3) VALUE 0.
       01  FOUND-PAIR PIC 9(3) VALUE 0.

      *> the most recent rated matches, held so the rally lines can
      *> be joined to them by number; once full the oldest slot is
      *> reused, so the timing covers the latest 500 matches only.
       01  MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 500 TIMES.
               10 MT-MATCH-NUMBER PIC 9(8).
               10 MT-DATE         PIC 9(8).
               10 MT-PAIR         PIC 9(3).
               10 MT-WINNER       PIC 9(3).
               10 MT-LOSER        PIC 9(3).
               10 MT-GAP          PIC S9(5).
               10 MT-SECONDS      PIC 9(5).
               10 MT-RALLIES      PIC 9(4).
       01  MATCH-COUNT PIC 9(3) VALUE 0.
       01  MATCH-SLOT PIC 9(3) VALUE 0.
       01  MATCH-IDX PIC 9(3) VALUE 0.
       01  MATCHES-UNTIMED PIC 9(7) VALUE 0.

       01  MATCHES-READ PIC 9(7) VALUE 0.
       01  MATCHES-VOIDED PIC 9(7) VALUE 0.
       01  MATCHES-FAST PIC 9(5) VALUE 0.
       01  PAIRS-FLAGGED PIC 9(3) VALUE 0.
       01  NAMES-DROPPED PIC 9(5) VALUE 0.
       01  AVERAGE-MEETINGS PIC 9(5)V9 VALUE 0.
       01  AVERAGE-EDIT PIC ZZZZ9.9.

       01  WINNER-BEFORE PIC S9(5) VALUE 0.
       01  LOSER-BEFORE PIC S9(5) VALUE 0.
       01  GAP-EDIT PIC -ZZZ9.

      *> the flags one pair earned; blank where it earned none.
       01  PAIR-FLAGS.
           05 FLAG-OFTEN    PIC X(6).
           05 FLAG-ONESIDED PIC X(8).
           05 FLAG-FAST     PIC X(5).
           05 FLAG-FEEDS    PIC X(13).
       01  FEEDS-NAME PIC X(3) VALUE SPACES.
       01  FEEDS-NAME-B PIC X(3) VALUE SPACES.
       01  HIGHER-WINS PIC 9(5) VALUE 0.

       01  SHOW-KEY PIC X(8) VALUE SPACES.
       01  SHOW-MEMBER PIC X(8) VALUE SPACES.
       01  SHOW-RATING PIC X(4) VALUE SPACES.
       01  SHOWN-A-INITIALS PIC X(3) VALUE SPACES.
       01  SHOWN-A-MEMBER PIC X(8) VALUE SPACES.
       01  SHOWN-A-RATING PIC X(4) VALUE SPACES.
       01  SHOWN-B-INITIALS PIC X(3) VALUE SPACES.
       01  SHOWN-B-MEMBER PIC X(8) VALUE SPACES.
       01  SHOWN-B-RATING PIC X(4) VALUE SPACES.
       01  RATING-FILE-OPEN PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-RATING-REVIEW.
           PERFORM LOAD-VOIDED-MATCHES.

           OPEN INPUT RATING-JOURNAL-FILE.

           IF RATING-JOURNAL-STATUS NOT = "00" THEN
               DISPLAY "No rating journal yet; nobody has played a"
                   " rated match."
               STOP RUN
           END-IF.

           PERFORM UNTIL RATING-JOURNAL-STATUS NOT = "00"
               READ RATING-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ONE-MATCH
               END-READ
           END-PERFORM.

           CLOSE RATING-JOURNAL-FILE.

           PERFORM TIME-RECENT-MATCHES.

           IF PAIR-COUNT > 0 THEN
               COMPUTE AVERAGE-MEETINGS ROUNDED =
                   (MATCHES-READ - NAMES-DROPPED) / PAIR-COUNT
           END-IF.
           MOVE AVERAGE-MEETINGS TO AVERAGE-EDIT.

           OPEN INPUT RATING-FILE.
           IF RATING-FILE-STATUS = "00" THEN
               MOVE 1 TO RATING-FILE-OPEN
           END-IF.

           DISPLAY "=== RATING REVIEW ===".
           DISPLAY "rated matches " MATCHES-READ
               ", voided and left out " MATCHES-VOIDED
               ", pairs " PAIR-COUNT
               ", average meetings a pair " AVERAGE-EDIT.
           DISPLAY "PLR MEMBER   RATE  PLR MEMBER   RATE   MET"
               "  WINS-WINS  GAIN-GAIN    FLAGS".

           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM JUDGE-ONE-PAIR
           END-PERFORM.

           IF RATING-FILE-OPEN = 1 THEN
               CLOSE RATING-FILE
           END-IF.

           IF PAIRS-FLAGGED = 0 THEN
               DISPLAY "  (no pair stands out)"
           END-IF.

           PERFORM PRINT-FAST-MATCHES.

           IF NAMES-DROPPED > 0 THEN
               DISPLAY "note: " NAMES-DROPPED " matches between names"
                   " beyond the 100-name or 300-pair table were not"
                   " tallied."
           END-IF.
           IF MATCHES-UNTIMED > 0 THEN
               DISPLAY "note: only the latest 500 matches were timed;"
                   " " MATCHES-UNTIMED " older ones were not."
           END-IF.

           DISPLAY " ".
           DISPLAY PAIRS-FLAGGED " pairs to review before the"
               " standings sheet goes up.".

           STOP RUN.

       LOAD-VOIDED-MATCHES.
           OPEN INPUT VOID-FILE.

           IF VOID-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL VOID-FILE-STATUS NOT = "00"
               READ VOID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VD-MATCH-NUMBER NUMERIC
                       AND VOID-COUNT < 500 THEN
                           ADD 1 TO VOID-COUNT
                           MOVE VD-MATCH-NUMBER
                               TO VT-MATCH-NUMBER (VOID-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VOID-FILE.

       TALLY-ONE-MATCH.
           IF RJ-MATCH-NUMBER NOT NUMERIC
           OR RJ-DELTA NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO VOIDED-FLAG.
           PERFORM VARYING VOID-IDX FROM 1 BY 1
               UNTIL VOID-IDX > VOID-COUNT
               IF VT-MATCH-NUMBER (VOID-IDX) = RJ-MATCH-NUMBER THEN
                   MOVE 1 TO VOIDED-FLAG
               END-IF
           END-PERFORM.
           IF VOIDED-FLAG = 1 THEN
               ADD 1 TO MATCHES-VOIDED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MATCHES-READ.

      *> keyed the way UpdatePlayerRating keys the rating file.
           IF RJ-WINNER-MEMBER NOT = SPACES THEN
               MOVE RJ-WINNER-MEMBER TO SEEK-KEY
           ELSE
               MOVE RJ-WINNER TO SEEK-KEY
           END-IF.
           MOVE RJ-WINNER TO SEEK-INITIALS.
           PERFORM FIND-PLAYER.
           MOVE FOUND-PLAYER TO WINNER-PLAYER.

           IF RJ-LOSER-MEMBER NOT = SPACES THEN
               MOVE RJ-LOSER-MEMBER TO SEEK-KEY
           ELSE
               MOVE RJ-LOSER TO SEEK-KEY
           END-IF.
           MOVE RJ-LOSER TO SEEK-INITIALS.
           PERFORM FIND-PLAYER.
           MOVE FOUND-PLAYER TO LOSER-PLAYER.

           IF WINNER-PLAYER = 0
           OR LOSER-PLAYER = 0 THEN
               ADD 1 TO NAMES-DROPPED
               EXIT PARAGRAPH
           END-IF.

           IF WINNER-PLAYER < LOSER-PLAYER THEN
               MOVE WINNER-PLAYER TO PAIR-LOW
               MOVE LOSER-PLAYER TO PAIR-HIGH
           ELSE
               MOVE LOSER-PLAYER TO PAIR-LOW
               MOVE WINNER-PLAYER TO PAIR-HIGH
           END-IF.
           PERFORM FIND-PAIR.
           IF FOUND-PAIR = 0 THEN
               ADD 1 TO NAMES-DROPPED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PR-MEETINGS (FOUND-PAIR).
           ADD RJ-DELTA TO PL-GAINED (WINNER-PLAYER).
           IF WINNER-PLAYER = PAIR-LOW THEN
               ADD 1 TO PR-WINS-A (FOUND-PAIR)
               ADD RJ-DELTA TO PR-GAINED-A (FOUND-PAIR)
           ELSE
               ADD 1 TO PR-WINS-B (FOUND-PAIR)
               ADD RJ-DELTA TO PR-GAINED-B (FOUND-PAIR)
           END-IF.

           PERFORM KEEP-MATCH-FOR-TIMING.

       KEEP-MATCH-FOR-TIMING.
           IF MATCH-COUNT < 500 THEN
               ADD 1 TO MATCH-COUNT
               MOVE MATCH-COUNT TO MATCH-SLOT
           ELSE
               ADD 1 TO MATCHES-UNTIMED
               ADD 1 TO MATCH-SLOT
               IF MATCH-SLOT > 500 THEN
                   MOVE 1 TO MATCH-SLOT
               END-IF
           END-IF.

      *> the journal carries both ratings after the move; the ratings
      *> the two sides walked up with are what the speed is judged by.
           COMPUTE WINNER-BEFORE = RJ-WINNER-RATING - RJ-DELTA.
           IF RJ-LOSER-LOSS NUMERIC THEN
               COMPUTE LOSER-BEFORE = RJ-LOSER-RATING + RJ-LOSER-LOSS
           ELSE
               COMPUTE LOSER-BEFORE = RJ-LOSER-RATING + RJ-DELTA
           END-IF.

           MOVE RJ-MATCH-NUMBER TO MT-MATCH-NUMBER (MATCH-SLOT).
           MOVE RJ-DATE TO MT-DATE (MATCH-SLOT).
           MOVE FOUND-PAIR TO MT-PAIR (MATCH-SLOT).
           MOVE WINNER-PLAYER TO MT-WINNER (MATCH-SLOT).
           MOVE LOSER-PLAYER TO MT-LOSER (MATCH-SLOT).
           COMPUTE MT-GAP (MATCH-SLOT) = WINNER-BEFORE - LOSER-BEFORE.
           MOVE 0 TO MT-SECONDS (MATCH-SLOT).
           MOVE 0 TO MT-RALLIES (MATCH-SLOT).

       FIND-PLAYER.
           MOVE 0 TO FOUND-PLAYER.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
               UNTIL PLAYER-IDX > PLAYER-COUNT
               OR FOUND-PLAYER NOT = 0
               IF PL-KEY (PLAYER-IDX) = SEEK-KEY THEN
                   MOVE PLAYER-IDX TO FOUND-PLAYER
               END-IF
           END-PERFORM.

           IF FOUND-PLAYER = 0 THEN
               IF PLAYER-COUNT >= 100 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO FOUND-PLAYER
               MOVE SEEK-KEY TO PL-KEY (FOUND-PLAYER)
               MOVE 0 TO PL-GAINED (FOUND-PLAYER)
           END-IF.

      *> the initials the name last played under.
           MOVE SEEK-INITIALS TO PL-INITIALS (FOUND-PLAYER).

       FIND-PAIR.
           MOVE 0 TO FOUND-PAIR.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT
               OR FOUND-PAIR NOT = 0
               IF PR-PLAYER-A (PAIR-IDX) = PAIR-LOW
               AND PR-PLAYER-B (PAIR-IDX) = PAIR-HIGH THEN
                   MOVE PAIR-IDX TO FOUND-PAIR
               END-IF
           END-PERFORM.

           IF FOUND-PAIR = 0 THEN
               IF PAIR-COUNT >= 300 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO FOUND-PAIR
               MOVE PAIR-LOW TO PR-PLAYER-A (FOUND-PAIR)
               MOVE PAIR-HIGH TO PR-PLAYER-B (FOUND-PAIR)
               MOVE 0 TO PR-MEETINGS (FOUND-PAIR)
               MOVE 0 TO PR-WINS-A (FOUND-PAIR)
               MOVE 0 TO PR-WINS-B (FOUND-PAIR)
               MOVE 0 TO PR-GAINED-A (FOUND-PAIR)
               MOVE 0 TO PR-GAINED-B (FOUND-PAIR)
               MOVE 0 TO PR-FAST (FOUND-PAIR)
           END-IF.

       TIME-RECENT-MATCHES.
           IF MATCH-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RALLY-FILE.

           IF RALLY-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RALLY-FILE-STATUS NOT = "00"
               READ RALLY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM ADD-RALLY-TIME
               END-READ
           END-PERFORM.

           CLOSE RALLY-FILE.

      *> a match with no rally lines (played before the match column
      *> existed) has nothing to time and is never called fast.
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
               UNTIL MATCH-IDX > MATCH-COUNT
               IF MT-RALLIES (MATCH-IDX) > 0
               AND MT-SECONDS (MATCH-IDX) < FAST-SECONDS-FLOOR
               AND MT-GAP (MATCH-IDX) <= FAST-GAP-ALLOWANCE THEN
                   ADD 1 TO MATCHES-FAST
                   ADD 1 TO PR-FAST (MT-PAIR (MATCH-IDX))
               END-IF
           END-PERFORM.

       ADD-RALLY-TIME.
           IF RD-MATCH-NUMBER NOT NUMERIC
           OR RD-DURATION NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING MATCH-IDX FROM 1 BY 1
               UNTIL MATCH-IDX > MATCH-COUNT
               IF MT-MATCH-NUMBER (MATCH-IDX) = RD-MATCH-NUMBER THEN
                   ADD RD-DURATION TO MT-SECONDS (MATCH-IDX)
                   ADD 1 TO MT-RALLIES (MATCH-IDX)
               END-IF
           END-PERFORM.

       JUDGE-ONE-PAIR.
           MOVE SPACES TO PAIR-FLAGS.

           IF PR-MEETINGS (PAIR-IDX) >= OFTEN-MEETINGS-FLOOR
           AND PR-MEETINGS (PAIR-IDX) >=
               AVERAGE-MEETINGS * OFTEN-AVERAGE-TIMES THEN
               MOVE "OFTEN" TO FLAG-OFTEN
           END-IF.

           IF PR-WINS-A (PAIR-IDX) > PR-WINS-B (PAIR-IDX) THEN
               MOVE PR-WINS-A (PAIR-IDX) TO HIGHER-WINS
           ELSE
               MOVE PR-WINS-B (PAIR-IDX) TO HIGHER-WINS
           END-IF.
           IF PR-MEETINGS (PAIR-IDX) >= ONESIDED-MEETINGS-FLOOR
           AND HIGHER-WINS * 100 >=
               PR-MEETINGS (PAIR-IDX) * ONESIDED-WIN-PCT THEN
               MOVE "ONESIDE" TO FLAG-ONESIDED
           END-IF.

           IF PR-FAST (PAIR-IDX) > 0 THEN
               MOVE "FAST" TO FLAG-FAST
           END-IF.

           MOVE SPACES TO FEEDS-NAME.
           MOVE PR-PLAYER-A (PAIR-IDX) TO PLAYER-IDX.
           IF PR-GAINED-A (PAIR-IDX) >= FEEDS-GAIN-FLOOR
           AND PR-GAINED-A (PAIR-IDX) * 100 >
               PL-GAINED (PLAYER-IDX) * FEEDS-GAIN-PCT THEN
               MOVE PL-INITIALS (PLAYER-IDX) TO FEEDS-NAME
           END-IF.
           MOVE SPACES TO FEEDS-NAME-B.
           MOVE PR-PLAYER-B (PAIR-IDX) TO PLAYER-IDX.
           IF PR-GAINED-B (PAIR-IDX) >= FEEDS-GAIN-FLOOR
           AND PR-GAINED-B (PAIR-IDX) * 100 >
               PL-GAINED (PLAYER-IDX) * FEEDS-GAIN-PCT THEN
               MOVE PL-INITIALS (PLAYER-IDX) TO FEEDS-NAME-B
           END-IF.
      *> both names can be fed by each other: a pair trading wins.
           IF FEEDS-NAME = SPACES THEN
               MOVE FEEDS-NAME-B TO FEEDS-NAME
               MOVE SPACES TO FEEDS-NAME-B
           END-IF.
           IF FEEDS-NAME NOT = SPACES THEN
               STRING "FEEDS " FEEDS-NAME " " FEEDS-NAME-B
                   DELIMITED BY SIZE
                   INTO FLAG-FEEDS
               END-STRING
           END-IF.

           IF PAIR-FLAGS = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PAIRS-FLAGGED.

           MOVE PR-PLAYER-A (PAIR-IDX) TO PLAYER-IDX.
           PERFORM LOOK-UP-NAME.
           MOVE PL-INITIALS (PLAYER-IDX) TO SHOWN-A-INITIALS.
           MOVE SHOW-MEMBER TO SHOWN-A-MEMBER.
           MOVE SHOW-RATING TO SHOWN-A-RATING.
           MOVE PR-PLAYER-B (PAIR-IDX) TO PLAYER-IDX.
           PERFORM LOOK-UP-NAME.
           MOVE PL-INITIALS (PLAYER-IDX) TO SHOWN-B-INITIALS.
           MOVE SHOW-MEMBER TO SHOWN-B-MEMBER.
           MOVE SHOW-RATING TO SHOWN-B-RATING.

           DISPLAY SHOWN-A-INITIALS " " SHOWN-A-MEMBER " "
               SHOWN-A-RATING "  " SHOWN-B-INITIALS " "
               SHOWN-B-MEMBER " " SHOWN-B-RATING " "
               PR-MEETINGS (PAIR-IDX) " "
               PR-WINS-A (PAIR-IDX) "-" PR-WINS-B (PAIR-IDX) " "
               PR-GAINED-A (PAIR-IDX) "-" PR-GAINED-B (PAIR-IDX) " "
               FLAG-OFTEN " " FLAG-ONESIDED " " FLAG-FAST " "
               FLAG-FEEDS.

      *> member number (blank for a walk-up) and the rating the name
      *> stands at today; "----" when the rating file has no row.
       LOOK-UP-NAME.
           MOVE PL-KEY (PLAYER-IDX) TO SHOW-KEY.
           MOVE SPACES TO SHOW-MEMBER.
           IF SHOW-KEY NUMERIC THEN
               MOVE SHOW-KEY TO SHOW-MEMBER
           END-IF.

           MOVE "----" TO SHOW-RATING.
           IF RATING-FILE-OPEN = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SHOW-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RT-RATING NUMERIC THEN
                       MOVE RT-RATING TO SHOW-RATING
                   END-IF
           END-READ.

       PRINT-FAST-MATCHES.
           IF MATCHES-FAST = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           DISPLAY "=== FAST MATCHES ===".
           DISPLAY "  DATE     MATCH    WON LOST   GAP  SECS RALLIES".

           PERFORM VARYING MATCH-IDX FROM 1 BY 1
               UNTIL MATCH-IDX > MATCH-COUNT
               IF MT-RALLIES (MATCH-IDX) > 0
               AND MT-SECONDS (MATCH-IDX) < FAST-SECONDS-FLOOR
               AND MT-GAP (MATCH-IDX) <= FAST-GAP-ALLOWANCE THEN
                   MOVE MT-GAP (MATCH-IDX) TO GAP-EDIT
                   MOVE MT-WINNER (MATCH-IDX) TO WINNER-PLAYER
                   MOVE MT-LOSER (MATCH-IDX) TO LOSER-PLAYER
                   DISPLAY "  " MT-DATE (MATCH-IDX) " "
                       MT-MATCH-NUMBER (MATCH-IDX) " "
                       PL-INITIALS (WINNER-PLAYER) " "
                       PL-INITIALS (LOSER-PLAYER) "  "
                       GAP-EDIT " "
                       MT-SECONDS (MATCH-IDX) "  "
                       MT-RALLIES (MATCH-IDX)
               END-IF
           END-PERFORM.
