      ******************************************************************
      * One player's earned achievements, keyed by their player key
      * (member number, or padded initials for a walk-up) -- a
      * sibling of the player-master record. Each award
      * is a once-only flag plus the date it was earned: a 5-0
      * shutout win, a rally won at the full SETTINGS-MAX-BALL-SPEED
      * ramp, a win over the hard AI, and being the cabinet's first
      * winner of a calendar day. A flag of 1 is a plain award, 2
      * one earned with assist mode on. Included with COPY AWARDREC
      * under the FD 01 of UpdateAchievements.
      ******************************************************************
           05 AW-PLAYER-KEY    PIC X(8).
           05 AW-SHUTOUT-FLAG  PIC 9(1).
           05 AW-SHUTOUT-DATE  PIC 9(8).
           05 AW-MAXSPEED-FLAG PIC 9(1).
