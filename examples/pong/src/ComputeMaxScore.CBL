      *          cannot produce a legitimate 47), and for Breakout
      *          the total the levels on file can pay -- each brick
      *          of strength n is worth 10*(n+(n-1)+..+1) points
      *          over its life, each sliding, explosive or power-up
      *          brick 10, an indestructible one nothing -- doubled,
      *          because a bought continue replays the level it died
      *          on and can re-earn part of a wall. Shared by the
      *          posting-time gate and the retroactive anomaly report
      *          so the two can't drift.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       TALLY-LEVEL-WORTH.
           PERFORM VARYING MAP-IDX FROM 1 BY 1 UNTIL MAP-IDX > 40
               MOVE LV-BRICK-MAP (MAP-IDX:1) TO MAP-HIT-CHAR
      *> the one-hit special bricks are worth ten apiece however
      *> they come down (an explosive's blast pays the same as the
      *> ball would); an indestructible brick never pays at all.
               EVALUATE TRUE
                   WHEN MAP-HIT-CHAR NUMERIC
                       COMPUTE BRICK-WORTH =
                           MAP-HIT-COUNT * (MAP-HIT-COUNT + 1) * 5
                   WHEN MAP-HIT-CHAR = "S" OR MAP-HIT-CHAR = "E"
                   OR MAP-HIT-CHAR = "P"
                       MOVE 10 TO BRICK-WORTH
                   WHEN OTHER
                       MOVE 0 TO BRICK-WORTH
               END-EVALUATE
               IF BRICK-WORTH > 0 THEN
                   IF MAX-BREAKOUT-SCORE + BRICK-WORTH <= 99999
                       ADD BRICK-WORTH TO MAX-BREAKOUT-SCORE
                   ELSE
