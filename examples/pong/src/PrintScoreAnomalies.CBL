      * Date:
      * Purpose: Retroactive sweep of the hi-score journal for
      *          postings that could never have happened: anything
      *          above its own game's ceiling ComputeMaxScore derives
      *          from the configuration on disk -- best-of-N for
      *          PONG, the level payout for Breakout, and above both
      *          for a line old enough not to say which game. The
      *          config history is consulted for the generations on
      *          record (dates and
      *          kinds are listed for context), but the tunables
      *          that bound a score live in settings.dat, which the
      *          history does not image -- so the ceilings judged

       01  POSTING-COUNT PIC 9(7) VALUE 0.
       01  ANOMALY-COUNT PIC 9(5) VALUE 0.
       01  POSTING-SUSPECT-FLAG PIC 9(1) VALUE 0.
       01  GENERATION-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           ADD 1 TO POSTING-COUNT.

           MOVE 0 TO POSTING-SUSPECT-FLAG.
           EVALUATE JR-GAME-KIND
               WHEN "P"
                   IF JR-SCORE > MAX-PONG-SCORE THEN
                       MOVE 1 TO POSTING-SUSPECT-FLAG
                   END-IF
               WHEN "B"
                   IF JR-SCORE > MAX-BREAKOUT-SCORE THEN
                       MOVE 1 TO POSTING-SUSPECT-FLAG
                   END-IF
               WHEN OTHER
                   IF JR-SCORE > MAX-PONG-SCORE
                   AND JR-SCORE > MAX-BREAKOUT-SCORE THEN
                       MOVE 1 TO POSTING-SUSPECT-FLAG
                   END-IF
           END-EVALUATE.

           IF POSTING-SUSPECT-FLAG = 1 THEN
               ADD 1 TO ANOMALY-COUNT
               DISPLAY "ANOMALY " JR-DATE " " JR-TIME " "
                   JR-INITIALS " " JR-SCORE
                   " (" JR-CABINET-ID " " JR-GAME-KIND ")"
           END-IF.

       COUNT-CONFIG-GENERATIONS.
