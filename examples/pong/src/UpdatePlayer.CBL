      *          state, one per paddle, the same way UpdateEnemy's
      *          AI tracker works -- four calls a frame must not
      *          fight over a single tracker here.
      *          With assist mode at one-button control, slot 1's
      *          paddle sweeps the court on its own and any press of
      *          its up or down key turns it round.
      *          Keys, sticks and pointer all come from the frame's
      *          GAME-INPUT-FRAME, never straight off SDL, so a bench
      *          replay of an input recording steers the paddles the
      *          way the players did.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 UP-SCANCODE USAGE BINARY-LONG VALUE 0.
       01 DOWN-SCANCODE USAGE BINARY-LONG VALUE 0.
      *> which of the frame's two sticks the slot reads; 0 = none.
       01 ACTIVE-JOYSTICK PIC 9(1) VALUE 0.

       01 UP-KEY-STATE USAGE BINARY-LONG.
       01 DOWN-KEY-STATE USAGE BINARY-LONG.

       01 JOYSTICK-AXIS-VALUE USAGE SIGNED-INT VALUE 0.

      *> trackball/mouse: relative motion since the last frame maps
      *> straight onto paddle Y. Only slot 1 reads it -- there is
      *> one pointer, and one paddle to steer with it. The clamp
      *> still throws away a jump no hand could make in a frame.
       01 MOUSE-STEP-Y COMP-1 VALUE 0.

      *> one-button control: the sweep's direction (-1 up, +1 down)
      *> and whether a key was already held last frame, so a press
      *> turns the paddle once rather than every frame it's held.
       01 SWEEP-DIR PIC S9(1) VALUE 1.
       01 SWEEP-KEY-HELD PIC 9(1) VALUE 0.

       01 CLAMP-TOP COMP-1 VALUE 0.
       01 CLAMP-BOTTOM COMP-1 VALUE 0.


           PERFORM PICK-SLOT-CONTROLS.

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE UP-SCANCODE
               BY REFERENCE UP-KEY-STATE
           END-CALL

           CALL "CheckFrameKey" USING
               BY REFERENCE GAME
               BY REFERENCE DOWN-SCANCODE
               BY REFERENCE DOWN-KEY-STATE
           END-CALL

           EVALUATE ACTIVE-JOYSTICK
               WHEN 1
                   MOVE FI-AXIS-1 TO JOYSTICK-AXIS-VALUE
               WHEN 2
                   MOVE FI-AXIS-2 TO JOYSTICK-AXIS-VALUE
               WHEN OTHER
                   MOVE 0 TO JOYSTICK-AXIS-VALUE
           END-EVALUATE.

           COMPUTE SPEED-Y = 0.

               END-IF
           END-IF

           IF GAME-ASSIST-MODE = 2 AND PADDLE-SLOT = 1 THEN
               PERFORM ONE-BUTTON-SWEEP
           END-IF.

           COMPUTE PLAYER-POS-Y = PLAYER-POS-Y + SPEED-Y * DELTA-TIME.

           IF PADDLE-SLOT = 1 THEN
               MOVE FI-MOUSE-REL-Y TO MOUSE-STEP-Y
               IF MOUSE-STEP-Y > 100 THEN
                   MOVE 0 TO MOUSE-STEP-Y
               END-IF

           IF PLAYER-POS-Y < CLAMP-TOP THEN
               MOVE CLAMP-TOP TO PLAYER-POS-Y
               MOVE 1 TO SWEEP-DIR
           END-IF

           IF PLAYER-POS-Y > CLAMP-BOTTOM THEN
               MOVE CLAMP-BOTTOM TO PLAYER-POS-Y
               MOVE -1 TO SWEEP-DIR
           END-IF

           MOVE PLAYER-POS-Y TO PLAYER-Y.
           EXIT PROGRAM.

       PICK-SLOT-CONTROLS.
           MOVE 0 TO ACTIVE-JOYSTICK.

           EVALUATE PADDLE-SLOT
               WHEN 2
                   MOVE KB-P2-UP-SCANCODE TO UP-SCANCODE
                   MOVE KB-P2-DOWN-SCANCODE TO DOWN-SCANCODE
                   MOVE 2 TO ACTIVE-JOYSTICK
               WHEN 3
                   MOVE KB-P3-UP-SCANCODE TO UP-SCANCODE
                   MOVE KB-P3-DOWN-SCANCODE TO DOWN-SCANCODE
               WHEN OTHER
                   MOVE KB-P1-UP-SCANCODE TO UP-SCANCODE
                   MOVE KB-P1-DOWN-SCANCODE TO DOWN-SCANCODE
                   MOVE 1 TO ACTIVE-JOYSTICK
           END-EVALUATE.

       ONE-BUTTON-SWEEP.
      *> the paddle never rests: it runs at paddle speed the way it
      *> last pointed, a fresh press of either key (or a push of
      *> the stick) reverses it, and the clamps bounce it back off
      *> the court edges.
           IF UP-KEY-STATE > 0 OR DOWN-KEY-STATE > 0
           OR JOYSTICK-AXIS-VALUE > 8000
           OR JOYSTICK-AXIS-VALUE < -8000 THEN
               IF SWEEP-KEY-HELD = 0 THEN
                   COMPUTE SWEEP-DIR = -1 * SWEEP-DIR
               END-IF
               MOVE 1 TO SWEEP-KEY-HELD
           ELSE
               MOVE 0 TO SWEEP-KEY-HELD
           END-IF.

           COMPUTE SPEED-Y = SETTINGS-PADDLE-SPEED * SWEEP-DIR.

       SET-SLOT-CLAMPS.
           MOVE 0 TO CLAMP-TOP.
           COMPUTE CLAMP-BOTTOM = GAME-HEIGHT - PLAYER-H.
