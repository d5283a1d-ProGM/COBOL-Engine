
       01 PADDLE-HIT-FLAG USAGE BINARY-LONG.

      *> the serve speed and ramp ceiling actually in force: the
      *> settings' own, or three quarters of each while assist mode
      *> is on. The settings themselves are never touched, so a
      *> preset or a save never picks up an assisted value.
       01 SERVE-SPEED COMP-1 VALUE 200.
       01 SPEED-CEILING COMP-1 VALUE 450.
       01 ASSIST-SPEED-FACTOR COMP-1 VALUE 0.75.

       01 RUMBLE-STRENGTH COMP-1 VALUE 0.75.
       01 RUMBLE-LENGTH-MS USAGE BINARY-LONG VALUE 300.

           COPY GAMESETTINGS.

      *> latched to 1 when the player takes a rally with the speed
      *> ramp sitting on its ceiling (SETTINGS-MAX-BALL-SPEED, or
      *> the assisted ceiling while assist is on) -- the achievements
      *> pass reads it at match end; the caller clears it per match.
       01 MAXSPEED-RALLY-FLAG PIC 9(1).

      *> spawn the multi-ball variant's second ball after N returns.
       01 RALLY-HITS-OUT PIC 9(4).

      *> the caller's number for the match in play, stamped on each
      *> rally-detail line.
       01 MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING
           GAME BALL-POS PLAYER-RECT ENEMY-RECT
           PLAYER2-RECT ENEMY2-RECT DELTA-TIME STATE
           MATCH-SCORE GAME-SETTINGS MAXSPEED-RALLY-FLAG
           VARIANT-MODE RALLY-HITS-OUT MATCH-NUMBER.
       UPDATE-BALL.

           PERFORM SET-SPEED-LIMITS.

           IF SETTINGS-LOADED-FLAG = 0
               MOVE SERVE-SPEED TO BALL-BASE-SPEED
               MOVE SERVE-SPEED TO BALL-SPEED-X
               MOVE SERVE-SPEED TO BALL-SPEED-Y
               MOVE 1 TO SETTINGS-LOADED-FLAG
           END-IF.

      *> a point taken with the ramp pinned at the cap is the
      *> survive-max-speed feat; demo rallies don't count.
                   IF STATE = 0
                   AND BALL-BASE-SPEED >= SPEED-CEILING
                       MOVE 1 TO MAXSPEED-RALLY-FLAG
                   END-IF
                   PERFORM REPORT-RALLY-END
      *> the direction the last exchange left, drop any contact
      *> angle or spin steepness back to serve speed.
           IF BALL-SPEED-Y < 0 THEN
               COMPUTE BALL-SPEED-Y = -1 * SERVE-SPEED
           ELSE
               MOVE SERVE-SPEED TO BALL-SPEED-Y
           END-IF.

       REPORT-RALLY-END.
                   BY REFERENCE RALLY-HIT-COUNT
                   BY REFERENCE BALL-BASE-SPEED
                   BY REFERENCE RALLY-WINNER-SIDE
                   BY REFERENCE MATCH-NUMBER
               END-CALL
           END-IF.

      *> the ball gradually speeds up the longer a rally runs, so a
      *> long volley gets tenser instead of staying at serve speed
      *> forever; RALLY-DURATION resets to zero in RESET-RALLY, so a
      *> fresh serve always starts back at the serve speed.
           ADD DELTA-TIME TO RALLY-DURATION.
           COMPUTE BALL-BASE-SPEED = SERVE-SPEED +
               RALLY-DURATION * SETTINGS-SPEED-RAMP-RATE.
           IF BALL-BASE-SPEED > SPEED-CEILING THEN
               MOVE SPEED-CEILING TO BALL-BASE-SPEED
           END-IF.

       SET-SPEED-LIMITS.
      *> an assisted ceiling never drops below its own serve speed,
      *> or a low-ceilinged preset would serve faster than it caps.
           IF GAME-ASSIST-MODE > 0 THEN
               COMPUTE SERVE-SPEED =
                   SETTINGS-BALL-SPEED * ASSIST-SPEED-FACTOR
               COMPUTE SPEED-CEILING =
                   SETTINGS-MAX-BALL-SPEED * ASSIST-SPEED-FACTOR
               IF SPEED-CEILING < SERVE-SPEED THEN
                   MOVE SERVE-SPEED TO SPEED-CEILING
               END-IF
           ELSE
               MOVE SETTINGS-BALL-SPEED TO SERVE-SPEED
               MOVE SETTINGS-MAX-BALL-SPEED TO SPEED-CEILING
           END-IF.

       LOAD-SOUNDS.
