      ******************************************************************
      * Shared record layout of ./data/match_postings.dat -- the
      * before-image of each standing record a decided match moved
      * that keeps no history of its own, under the match number, so
      * VoidMatch can put it back:
      *   CROWN   the crown as it stood: holder and best-streak
      *           holder, values = streak, space, best streak
      *   LADDER  a won challenge: challenger and defender, values =
      *           challenger's rung, space, defender's rung
      *   AWARD   the winner's newly-earned awards, values = the four
      *           new-award switches (shutout, max speed, hard AI,
      *           first of the day), space, the player key the awards
      *           were filed under (blank on older lines: the key is
      *           then the initials)
      * Hi-scores, ratings, tickets and challenge completions carry
      * the match number on their own lines and need no image here.
      * Included with COPY MATCHPST under the FD 01 of
      * WriteMatchPosting and VoidMatch.
      ******************************************************************
           05 MP-DATE           PIC 9(8).
           05 MP-SEP-1          PIC X(1).
           05 MP-TIME           PIC 9(6).
           05 MP-SEP-2          PIC X(1).
           05 MP-MATCH-NUMBER   PIC 9(8).
           05 MP-SEP-3          PIC X(1).
           05 MP-KIND           PIC X(6).
           05 MP-SEP-4          PIC X(1).
           05 MP-INITIALS       PIC X(3).
           05 MP-SEP-5          PIC X(1).
           05 MP-OTHER-INITIALS PIC X(3).
           05 MP-SEP-6          PIC X(1).
           05 MP-VALUES         PIC X(16).
           05 MP-CROWN-VALUES REDEFINES MP-VALUES.
               10 MP-PRIOR-STREAK      PIC 9(3).
               10 FILLER               PIC X(1).
               10 MP-PRIOR-BEST-STREAK PIC 9(3).
               10 FILLER               PIC X(9).
           05 MP-LADDER-VALUES REDEFINES MP-VALUES.
               10 MP-CHALLENGER-RUNG   PIC 9(2).
               10 FILLER               PIC X(1).
               10 MP-DEFENDER-RUNG     PIC 9(2).
               10 FILLER               PIC X(11).
           05 MP-AWARD-VALUES REDEFINES MP-VALUES.
               10 MP-NEW-SHUTOUT       PIC 9(1).
               10 MP-NEW-MAXSPEED      PIC 9(1).
               10 MP-NEW-HARDWIN       PIC 9(1).
               10 MP-NEW-DAYFIRST      PIC 9(1).
               10 FILLER               PIC X(1).
               10 MP-AWARD-KEY         PIC X(8).
               10 FILLER               PIC X(3).
