      * Author: ProGM
      * Date:
      * Purpose: Settles one decided human-vs-human match against the
      *          house rating file, keyed by player key like the
      *          player master (a member's number, or a walk-up's
      *          padded initials). Both sides move toward each other
      *          chess-style: the points at stake grow when the
      *          lower-rated side wins and shrink when the favourite
      *          does, so a regular can't farm the rating off
      *          beginners forever.
      *          A name not yet on file starts at the house par of
      *          1200. Games-played and wins tick up for the
      *          standings report. Every settled match also
      *          appends a line to ./data/rating_journal.dat under
      *          the cabinet's match number -- the master keeps only
      *          where each name stands, the journal which match
      *          moved it. A match one side started with a handicap
      *          head start settles the same way, but its journal
      *          line is marked with the side that started ahead and
      *          by how many games. One played with assist mode on
      *          is marked with the side that had it.
      * Tectonics: cobc
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

       WORKING-STORAGE SECTION.
       01  RATING-FILE-STATUS PIC X(2).
       01  RATING-JOURNAL-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       01  WINNER-RATING PIC 9(4) VALUE 1200.
       01  WINNER-GAMES PIC 9(5) VALUE 0.
       01  LOSER-WINS PIC 9(5) VALUE 0.

       01  RATING-DELTA PIC S9(4) VALUE 0.
       01  LOSER-LOSS PIC 9(2) VALUE 0.

       01  WINNER-INITIALS PIC X(3) VALUE SPACES.
       01  WINNER-MEMBER PIC X(8) VALUE SPACES.
       01  LOSER-INITIALS PIC X(3) VALUE SPACES.
       01  LOSER-MEMBER PIC X(8) VALUE SPACES.
       01  RESOLVED-STATUS PIC X(1) VALUE SPACE.
      *> every write also goes to the player-change journal, which
      *> carries it to head office's central player master.
       01  CHANGE-FILE-CODE PIC X(4) VALUE "RATE".
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  WINNER-PLAYER-KEY PIC X(8).
       01  LOSER-PLAYER-KEY PIC X(8).
       01  RATED-MATCH-NUMBER PIC 9(8).
      *> W if the winner started ahead on a handicap, L if the
      *> loser did, a space for a level start.
       01  RATED-HANDICAP-SIDE PIC X(1).
       01  RATED-HEAD-START PIC 9(2).
      *> W if the winner played with assist mode on, L if the loser
      *> did, a space for an unassisted match.
       01  RATED-ASSIST-SIDE PIC X(1).

       PROCEDURE DIVISION USING WINNER-PLAYER-KEY LOSER-PLAYER-KEY
           RATED-MATCH-NUMBER RATED-HANDICAP-SIDE RATED-HEAD-START
           RATED-ASSIST-SIDE.
       UPDATE-PLAYER-RATING-LOGIC.
      *> a side that never keyed a name (or the same key on both
      *> paddles, two walk-up kids sharing initials) rates nothing;
      *> two members who share initials are two keys and rate.
           IF WINNER-PLAYER-KEY = SPACES
           OR LOSER-PLAYER-KEY = SPACES
           OR WINNER-PLAYER-KEY = LOSER-PLAYER-KEY THEN
               EXIT PROGRAM
           END-IF.


           MOVE 1200 TO WINNER-RATING.
           MOVE 0 TO WINNER-GAMES WINNER-WINS.
           MOVE WINNER-PLAYER-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE
               KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY

           MOVE 1200 TO LOSER-RATING.
           MOVE 0 TO LOSER-GAMES LOSER-WINS.
           MOVE LOSER-PLAYER-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE
               KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY

           IF LOSER-RATING > RATING-DELTA + 100 THEN
               SUBTRACT RATING-DELTA FROM LOSER-RATING
               MOVE RATING-DELTA TO LOSER-LOSS
           ELSE
      *> the floor keeps a bad night from burying a name so deep
      *> the ladder of deltas stops meaning anything.
               IF LOSER-RATING > 100 THEN
                   COMPUTE LOSER-LOSS = LOSER-RATING - 100
               ELSE
                   MOVE 0 TO LOSER-LOSS
               END-IF
               MOVE 100 TO LOSER-RATING
           END-IF.

           ADD 1 TO WINNER-WINS.
           ADD 1 TO LOSER-GAMES.

           MOVE WINNER-PLAYER-KEY TO RT-PLAYER-KEY.
           MOVE WINNER-RATING TO RT-RATING.
           MOVE WINNER-GAMES TO RT-GAMES.
           MOVE WINNER-WINS TO RT-WINS.
               INVALID KEY
                   REWRITE RATING-RECORD
           END-WRITE.
           PERFORM LOG-RATING-CHANGE.

           MOVE LOSER-PLAYER-KEY TO RT-PLAYER-KEY.
           MOVE LOSER-RATING TO RT-RATING.
           MOVE LOSER-GAMES TO RT-GAMES.
           MOVE LOSER-WINS TO RT-WINS.
               INVALID KEY
                   REWRITE RATING-RECORD
           END-WRITE.
           PERFORM LOG-RATING-CHANGE.

           CLOSE RATING-FILE.

           PERFORM APPEND-RATING-JOURNAL.

           EXIT PROGRAM.

       APPEND-RATING-JOURNAL.
           OPEN EXTEND RATING-JOURNAL-FILE.

           IF RATING-JOURNAL-STATUS = "05"
           OR RATING-JOURNAL-STATUS = "35" THEN
               OPEN OUTPUT RATING-JOURNAL-FILE
           END-IF.

           IF RATING-JOURNAL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           CALL "ResolvePlayerKey" USING
               BY REFERENCE WINNER-PLAYER-KEY
               BY REFERENCE WINNER-INITIALS
               BY REFERENCE WINNER-MEMBER
               BY REFERENCE RESOLVED-STATUS
           END-CALL.
           CALL "ResolvePlayerKey" USING
               BY REFERENCE LOSER-PLAYER-KEY
               BY REFERENCE LOSER-INITIALS
               BY REFERENCE LOSER-MEMBER
               BY REFERENCE RESOLVED-STATUS
           END-CALL.

           MOVE SPACES TO RATING-JOURNAL-RECORD.
           MOVE CURRENT-DATE-YMD TO RJ-DATE.
           COMPUTE RJ-TIME = CURRENT-TIME-HMS / 100.
           MOVE RATED-MATCH-NUMBER TO RJ-MATCH-NUMBER.
           MOVE WINNER-INITIALS TO RJ-WINNER.
           MOVE LOSER-INITIALS TO RJ-LOSER.
           MOVE RATING-DELTA TO RJ-DELTA.
           MOVE WINNER-RATING TO RJ-WINNER-RATING.
           MOVE LOSER-RATING TO RJ-LOSER-RATING.
           MOVE LOSER-LOSS TO RJ-LOSER-LOSS.
           MOVE WINNER-MEMBER TO RJ-WINNER-MEMBER.
           MOVE LOSER-MEMBER TO RJ-LOSER-MEMBER.
           IF RATED-HANDICAP-SIDE = "W"
           OR RATED-HANDICAP-SIDE = "L" THEN
               MOVE RATED-HANDICAP-SIDE TO RJ-HANDICAP-SIDE
               MOVE RATED-HEAD-START TO RJ-HEAD-START
           END-IF.
           IF RATED-ASSIST-SIDE = "W"
           OR RATED-ASSIST-SIDE = "L" THEN
               MOVE RATED-ASSIST-SIDE TO RJ-ASSIST-SIDE
           END-IF.

           WRITE RATING-JOURNAL-RECORD.

           CLOSE RATING-JOURNAL-FILE.

       LOG-RATING-CHANGE.
           MOVE RATING-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE RT-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.
