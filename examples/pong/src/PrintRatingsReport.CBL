      *          rating, games played and win rate -- the sheet that
      *          goes on the wall so the regulars can argue about
      *          something written down instead of remembered.
      *          Because it goes on the wall, a player who asked the
      *          counter not to be shown publicly is listed as "***"
      *          with no member number.
      *          A member is listed under their initials with the
      *          member number beside them, so two regulars who sign
      *          alike can tell their rows apart.
      *          Below the table, the last ten rated matches from
      *          ./data/rating_journal.dat, each joined by its match
      *          number to the rally-detail file for the points the
      *          two sides actually took. A match one side started
      *          with a handicap head start is marked HCP with the
      *          side that started ahead (W winner, L loser) and the
      *          games it was given. One played with assist mode
      *          on is marked AST with the side that had it, and a
      *          name with any assisted rated match on the journal
      *          is marked ASSISTED in the standings.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       WORKING-STORAGE SECTION.
       01  RATING-FILE-STATUS PIC X(2).
       01  RATING-JOURNAL-STATUS PIC X(2).
       01  RALLY-FILE-STATUS PIC X(2).

      *> the most recent rated matches, oldest first; a new line
      *> pushes the oldest off the top once ten are held. Points
      *> are tallied from the rally lines carrying the same match
      *> number -- P for the left side, E for the right. The
      *> handicap note is blank for a level start, the assist note
      *> for an unassisted match.
       01  RECENT-TABLE.
           05 RECENT-ENTRY OCCURS 10 TIMES.
               10 RM-DATE         PIC 9(8).
               10 RM-MATCH-NUMBER PIC 9(8).
               10 RM-WINNER       PIC X(3).
               10 RM-LOSER        PIC X(3).
               10 RM-DELTA        PIC 9(2).
               10 RM-LEFT-POINTS  PIC 9(3).
               10 RM-RIGHT-POINTS PIC 9(3).
               10 RM-HANDICAP-NOTE PIC X(8).
               10 RM-ASSIST-NOTE  PIC X(5).
       01  RECENT-COUNT PIC 9(2) VALUE 0.
       01  RECENT-IDX PIC 9(2) VALUE 0.

      *> forty names covers the room; a busier ladder than that is
      *> reported short with a note rather than dropped silently.
       01  STANDINGS-TABLE.
           05 STANDING-ENTRY OCCURS 40 TIMES.
               10 SG-INITIALS PIC X(3).
               10 SG-MEMBER   PIC X(8).
               10 SG-RATING   PIC 9(4).
               10 SG-GAMES    PIC 9(5).
               10 SG-WINS     PIC 9(5).
               10 SG-PLAYER-KEY PIC X(8).
               10 SG-ASSIST-MARK PIC X(8).
       01  STANDING-COUNT PIC 9(2) VALUE 0.
       01  STANDING-IDX PIC 9(2) VALUE 0.
       01  STANDING-PLACE PIC 9(2) VALUE 0.
       01  STANDING-SLIDE PIC 9(2) VALUE 0.
       01  NAMES-DROPPED PIC 9(3) VALUE 0.
       01  WIN-RATE-PCT PIC 9(3) VALUE 0.
       01  STANDING-STATUS PIC X(1) VALUE SPACE.
      *> the player key of the assisted side of one journal line,
      *> built the way UpdatePlayerRating keys the rating file.
       01  ASSISTED-KEY PIC X(8) VALUE SPACES.

      *> a standings row is judged by its player key; a match line
      *> carries initials only and is judged by them.
       01  MASK-ACTION PIC X(1) VALUE "Q".
       01  NO-PLAYER-KEY PIC X(8) VALUE SPACES.
       01  NAME-TO-SHOW PIC X(3) VALUE SPACES.
       01  SHOWN-NAME PIC X(3) VALUE SPACES.
       01  SHOWN-LOSER PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-RATINGS-REPORT.

           CLOSE RATING-FILE.

           PERFORM MARK-ASSISTED-STANDINGS.

           DISPLAY "=== HOUSE STANDINGS ===".
           DISPLAY "  #  PLR MEMBER   RATING GAMES  WIN%".

           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
               END-IF
               DISPLAY " " STANDING-IDX "  "
                   SG-INITIALS (STANDING-IDX) " "
                   SG-MEMBER (STANDING-IDX) " "
                   SG-RATING (STANDING-IDX) "  "
                   SG-GAMES (STANDING-IDX) "  " WIN-RATE-PCT
                   " " SG-ASSIST-MARK (STANDING-IDX)
           END-PERFORM.

           IF NAMES-DROPPED > 0 THEN
                   " 40-row table were left off the sheet."
           END-IF.

           PERFORM PRINT-RECENT-MATCHES.

           STOP RUN.

       PRINT-RECENT-MATCHES.
           OPEN INPUT RATING-JOURNAL-FILE.

           IF RATING-JOURNAL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RATING-JOURNAL-STATUS NOT = "00"
               READ RATING-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KEEP-RECENT-MATCH
               END-READ
           END-PERFORM.

           CLOSE RATING-JOURNAL-FILE.

           IF RECENT-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RALLY-FILE.

           IF RALLY-FILE-STATUS = "00" THEN
               PERFORM UNTIL RALLY-FILE-STATUS NOT = "00"
                   READ RALLY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM COUNT-MATCH-POINT
                   END-READ
               END-PERFORM
               CLOSE RALLY-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "=== RECENT RATED MATCHES ===".
           DISPLAY "  DATE     MATCH    WON  LOST  MOVE  POINTS"
               "  HANDICAP  ASSIST".

           PERFORM VARYING RECENT-IDX FROM 1 BY 1
               UNTIL RECENT-IDX > RECENT-COUNT
               MOVE RM-LOSER (RECENT-IDX) TO NAME-TO-SHOW
               PERFORM MASK-PUBLIC-NAME
               MOVE SHOWN-NAME TO SHOWN-LOSER
               MOVE RM-WINNER (RECENT-IDX) TO NAME-TO-SHOW
               PERFORM MASK-PUBLIC-NAME
               DISPLAY "  " RM-DATE (RECENT-IDX) " "
                   RM-MATCH-NUMBER (RECENT-IDX) " "
                   SHOWN-NAME "  "
                   SHOWN-LOSER "   +"
                   RM-DELTA (RECENT-IDX) "   "
                   RM-LEFT-POINTS (RECENT-IDX) "-"
                   RM-RIGHT-POINTS (RECENT-IDX) "  "
                   RM-HANDICAP-NOTE (RECENT-IDX) "  "
                   RM-ASSIST-NOTE (RECENT-IDX)
           END-PERFORM.

       KEEP-RECENT-MATCH.
           IF RJ-MATCH-NUMBER NOT NUMERIC
           OR RJ-DATE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF RECENT-COUNT < 10 THEN
               ADD 1 TO RECENT-COUNT
           ELSE
               PERFORM VARYING RECENT-IDX FROM 1 BY 1
                   UNTIL RECENT-IDX > 9
                   MOVE RECENT-ENTRY (RECENT-IDX + 1)
                       TO RECENT-ENTRY (RECENT-IDX)
               END-PERFORM
           END-IF.

           MOVE RJ-DATE TO RM-DATE (RECENT-COUNT).
           MOVE RJ-MATCH-NUMBER TO RM-MATCH-NUMBER (RECENT-COUNT).
           MOVE RJ-WINNER TO RM-WINNER (RECENT-COUNT).
           MOVE RJ-LOSER TO RM-LOSER (RECENT-COUNT).
           MOVE RJ-DELTA TO RM-DELTA (RECENT-COUNT).
           MOVE 0 TO RM-LEFT-POINTS (RECENT-COUNT).
           MOVE 0 TO RM-RIGHT-POINTS (RECENT-COUNT).
           MOVE SPACES TO RM-HANDICAP-NOTE (RECENT-COUNT).
      *> lines older than the handicap columns read back blank.
           IF (RJ-HANDICAP-SIDE = "W" OR RJ-HANDICAP-SIDE = "L")
           AND RJ-HEAD-START NUMERIC THEN
               STRING "HCP " RJ-HANDICAP-SIDE "+" RJ-HEAD-START
                   DELIMITED BY SIZE
                   INTO RM-HANDICAP-NOTE (RECENT-COUNT)
               END-STRING
           END-IF.
           MOVE SPACES TO RM-ASSIST-NOTE (RECENT-COUNT).
           IF RJ-ASSIST-SIDE = "W" OR RJ-ASSIST-SIDE = "L" THEN
               STRING "AST " RJ-ASSIST-SIDE
                   DELIMITED BY SIZE
                   INTO RM-ASSIST-NOTE (RECENT-COUNT)
               END-STRING
           END-IF.

       MARK-ASSISTED-STANDINGS.
           OPEN INPUT RATING-JOURNAL-FILE.

           IF RATING-JOURNAL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RATING-JOURNAL-STATUS NOT = "00"
               READ RATING-JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM MARK-ONE-ASSISTED-MATCH
               END-READ
           END-PERFORM.

           CLOSE RATING-JOURNAL-FILE.

       MARK-ONE-ASSISTED-MATCH.
           EVALUATE RJ-ASSIST-SIDE
               WHEN "W"
                   IF RJ-WINNER-MEMBER NOT = SPACES THEN
                       MOVE RJ-WINNER-MEMBER TO ASSISTED-KEY
                   ELSE
                       MOVE RJ-WINNER TO ASSISTED-KEY
                   END-IF
               WHEN "L"
                   IF RJ-LOSER-MEMBER NOT = SPACES THEN
                       MOVE RJ-LOSER-MEMBER TO ASSISTED-KEY
                   ELSE
                       MOVE RJ-LOSER TO ASSISTED-KEY
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
               IF SG-PLAYER-KEY (STANDING-IDX) = ASSISTED-KEY THEN
                   MOVE "ASSISTED" TO SG-ASSIST-MARK (STANDING-IDX)
               END-IF
           END-PERFORM.

       COUNT-MATCH-POINT.
      *> rally lines from before the match column join to nothing.
           IF RD-MATCH-NUMBER NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING RECENT-IDX FROM 1 BY 1
               UNTIL RECENT-IDX > RECENT-COUNT
               IF RM-MATCH-NUMBER (RECENT-IDX) = RD-MATCH-NUMBER
                   IF RD-WINNER = "P"
                       ADD 1 TO RM-LEFT-POINTS (RECENT-IDX)
                   ELSE
                       ADD 1 TO RM-RIGHT-POINTS (RECENT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PLACE-IN-STANDINGS.
           IF RT-RATING NOT NUMERIC THEN
               EXIT PARAGRAPH
               END-PERFORM
           END-IF.

           CALL "ResolvePlayerKey" USING
               BY REFERENCE RT-PLAYER-KEY
               BY REFERENCE SG-INITIALS (STANDING-PLACE)
               BY REFERENCE SG-MEMBER (STANDING-PLACE)
               BY REFERENCE STANDING-STATUS
           END-CALL.
           MOVE SG-INITIALS (STANDING-PLACE) TO NAME-TO-SHOW.
           CALL "MaskPublicName" USING
               BY REFERENCE MASK-ACTION
               BY REFERENCE RT-PLAYER-KEY
               BY REFERENCE NAME-TO-SHOW
               BY REFERENCE SG-INITIALS (STANDING-PLACE)
           END-CALL.
           IF SG-INITIALS (STANDING-PLACE) = "***" THEN
               MOVE SPACES TO SG-MEMBER (STANDING-PLACE)
           END-IF.
           MOVE RT-RATING TO SG-RATING (STANDING-PLACE).
           MOVE RT-GAMES TO SG-GAMES (STANDING-PLACE).
           MOVE RT-WINS TO SG-WINS (STANDING-PLACE).
           MOVE RT-PLAYER-KEY TO SG-PLAYER-KEY (STANDING-PLACE).
           MOVE SPACES TO SG-ASSIST-MARK (STANDING-PLACE).

       MASK-PUBLIC-NAME.
           CALL "MaskPublicName" USING
               BY REFERENCE MASK-ACTION
               BY REFERENCE NO-PLAYER-KEY
               BY REFERENCE NAME-TO-SHOW
               BY REFERENCE SHOWN-NAME
           END-CALL.
