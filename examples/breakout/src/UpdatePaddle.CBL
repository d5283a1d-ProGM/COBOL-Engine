      *          Paddle 1 rides the arrow keys; paddle 2 rides the
      *          P2 up/down pair standing in for left/right, the same
      *          second-player keys PONG already binds.
      *          With assist mode at one-button control, paddle 1
      *          sweeps side to side on its own and any press of
      *          either key turns it round, as in UpdatePlayer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 PADDLE-SPEED COMP-1 VALUE 300.

      *> one-button control: the sweep's direction (-1 left, +1
      *> right) and whether a key was already held last frame.
       01 SWEEP-DIR PIC S9(1) VALUE 1.
       01 SWEEP-KEY-HELD PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01 GAME.
           COPY GAMEFLDS.
               END-IF
           END-IF.

           IF GAME-ASSIST-MODE = 2
           AND PADDLE-PLAYER-NUMBER NOT = 2 THEN
               PERFORM ONE-BUTTON-SWEEP
           END-IF.

           COMPUTE PADDLE-POS-X = PADDLE-POS-X + SPEED-X * DELTA-TIME.

           IF PADDLE-POS-X < 0 THEN
               MOVE 0 TO PADDLE-POS-X
               MOVE 1 TO SWEEP-DIR
           END-IF

           IF PADDLE-POS-X > GAME-WIDTH - PADDLE-W THEN
               COMPUTE PADDLE-POS-X = GAME-WIDTH - PADDLE-W
               MOVE -1 TO SWEEP-DIR
           END-IF

           MOVE PADDLE-POS-X TO PADDLE-X.
           END-CALL.

           EXIT PROGRAM.

       ONE-BUTTON-SWEEP.
           IF LEFT-KEY-STATE > 0 OR RIGHT-KEY-STATE > 0 THEN
               IF SWEEP-KEY-HELD = 0 THEN
                   COMPUTE SWEEP-DIR = -1 * SWEEP-DIR
               END-IF
               MOVE 1 TO SWEEP-KEY-HELD
           ELSE
               MOVE 0 TO SWEEP-KEY-HELD
           END-IF.

           COMPUTE SPEED-X = PADDLE-SPEED * SWEEP-DIR.
