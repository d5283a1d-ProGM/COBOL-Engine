      ******************************************************************
      * Shared record layout of ./data/rating_journal.dat -- one line
      * per rated match as UpdatePlayerRating settles it: date, time,
      * the cabinet's match number, winner and loser initials, the
      * points that changed hands and both ratings after the move.
      * ratings.dat itself is the per-name master and keeps no trace
      * of which match moved it; this journal is the per-match record
      * that joins to the stats, rally and audit lines by number.
      * A side signed in under a member number carries it in the
      * trailing member columns, blank for a walk-up.
      * A handicapped match carries the side that started ahead in
      * RJ-HANDICAP-SIDE -- W the winner, L the loser -- and the
      * games it started with in RJ-HEAD-START; a level match, and
      * every line older than the columns, leaves them blank.
      * A match played with assist mode on carries the assisted
      * side in RJ-ASSIST-SIDE, W or L the same way; blank otherwise.
      * Included with COPY RATEJRNL under the FD 01 of
      * UpdatePlayerRating, PrintRatingsReport and VoidMatch.
      ******************************************************************
           05 RJ-DATE          PIC 9(8).
           05 RJ-SEP-1         PIC X(1).
           05 RJ-TIME          PIC 9(6).
           05 RJ-SEP-2         PIC X(1).
           05 RJ-MATCH-NUMBER  PIC 9(8).
           05 RJ-SEP-3         PIC X(1).
           05 RJ-WINNER        PIC X(3).
           05 RJ-SEP-4         PIC X(1).
           05 RJ-LOSER         PIC X(3).
           05 RJ-SEP-5         PIC X(1).
           05 RJ-DELTA         PIC 9(2).
           05 RJ-SEP-6         PIC X(1).
           05 RJ-WINNER-RATING PIC 9(4).
           05 RJ-SEP-7         PIC X(1).
           05 RJ-LOSER-RATING  PIC 9(4).
           05 RJ-SEP-8         PIC X(1).
           05 RJ-LOSER-LOSS    PIC 9(2).
           05 RJ-SEP-9         PIC X(1).
           05 RJ-WINNER-MEMBER PIC X(8).
           05 RJ-SEP-10        PIC X(1).
           05 RJ-LOSER-MEMBER  PIC X(8).
           05 RJ-SEP-11        PIC X(1).
           05 RJ-HANDICAP-SIDE PIC X(1).
           05 RJ-SEP-12        PIC X(1).
           05 RJ-HEAD-START    PIC 9(2).
           05 RJ-SEP-13        PIC X(1).
           05 RJ-ASSIST-SIDE   PIC X(1).
