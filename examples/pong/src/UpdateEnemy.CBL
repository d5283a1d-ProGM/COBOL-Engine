           COMPUTE SPEED-Y = 0.

       MOVE-ENEMY-BY-HAND.
           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P2-UP-SCANCODE
               BY REFERENCE P2-UP-KEY-STATE
           END-CALL

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE KB-P2-DOWN-SCANCODE
               BY REFERENCE P2-DOWN-KEY-STATE
           END-CALL

           IF P2-UP-KEY-STATE > 0 THEN
