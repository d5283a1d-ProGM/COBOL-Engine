       01  FRAME-TARGET-MS    PIC 9(10) COMP-5 VALUE 0.
       01  FRAME-ELAPSED-MS   PIC 9(10) COMP-5 VALUE 0.

      *> the frame's raw inputs are taken down once, here, into
      *> GAME-INPUT-FRAME -- every key, both sticks, the pointer --
      *> and everything downstream reads them from there. Live, they
      *> come off SDL and go into RecordInputFrames' rolling
      *> recording; on the bench (GAME-INPUT-MODE 1) they come out
      *> of a saved recording through ReplayInputFrames instead,
      *> frame time and all.
       01  KEYBOARD-STATE-PTR USAGE POINTER VALUE NULL.
       01  KEYBOARD-SCAN-IDX  PIC 9(3) VALUE 0.
       01  JOYSTICK-AXIS-VALUE USAGE SIGNED-INT VALUE 0.
       01  MOUSE-SAMPLE-X     USAGE SIGNED-INT VALUE 0.
       01  MOUSE-SAMPLE-Y     USAGE SIGNED-INT VALUE 0.
       01  MOUSE-SAMPLE-REL-X USAGE SIGNED-INT VALUE 0.
       01  MOUSE-SAMPLE-REL-Y USAGE SIGNED-INT VALUE 0.
       01  MOUSE-SAMPLE-MASK  USAGE BINARY-LONG VALUE 0.
       01  RECORD-ACTION      PIC X(1) VALUE "R".
       01  RECORD-SAVE-PATH   PIC X(60) VALUE SPACES.

       01  PALETTE-CLEAR-COLOR.
           05 PALETTE-CLEAR-R USAGE BINARY-CHAR UNSIGNED.
           05 PALETTE-CLEAR-G USAGE BINARY-CHAR UNSIGNED.
       01 SDL-STATUS USAGE SIGNED-INT.
       01 ERROR-MESSAGE PIC X(255).

      *> SDL's own key table, one byte per scancode, mapped over the
      *> address SDL_GetKeyboardState hands back.
       01 KEYBOARD-STATE.
           05 KEYBOARD-KEY-BYTE OCCURS 512 TIMES
               USAGE BINARY-CHAR UNSIGNED.

       PROCEDURE DIVISION USING GAME DELTA-TIME.
       PREPARE-UPDATE-GAME-LOGIC.
           IF GAME-VSYNC-FLAG = 0 AND GAME-TARGET-FPS > 0 THEN
           END-CALL.

           SUBTRACT LAST-TIME FROM CURRENT-TIME GIVING TEMP-DELTA.

           EVALUATE GAME-INPUT-MODE
               WHEN 0
                   PERFORM SAMPLE-LIVE-INPUT
               WHEN 1
                   CALL "ReplayInputFrames" USING
                       BY REFERENCE GAME
                   END-CALL
                   IF GAME-INPUT-MODE = 1 THEN
                       MOVE FI-DELTA-MS TO TEMP-DELTA
                   END-IF
               WHEN OTHER
      *> the recording has run out: nothing is pressed any more and
      *> frames keep the bench's own clock.
                   CONTINUE
           END-EVALUATE.

           CALL "RecordInputFrames" USING
               BY REFERENCE RECORD-ACTION
               BY REFERENCE GAME
               BY REFERENCE RECORD-SAVE-PATH
           END-CALL.

           COMPUTE DELTA-TIME = TEMP-DELTA / THOUSAND.

      *> a paused/minimized window, a breakpoint, or the very first
                   MOVE 255 TO PALETTE-DRAW-B
           END-EVALUATE.

       SAMPLE-LIVE-INPUT.
           IF TEMP-DELTA > 9999 THEN
               MOVE 9999 TO FI-DELTA-MS
           ELSE
               MOVE TEMP-DELTA TO FI-DELTA-MS
           END-IF.

      *> keys: every scancode SDL has down, up to eight of them --
      *> more than a panel can hold at once.
           MOVE 0 TO FI-KEY-COUNT.
           CALL "SDL_GetKeyboardState" USING
               BY REFERENCE NULL
               RETURNING KEYBOARD-STATE-PTR
           END-CALL.

           IF KEYBOARD-STATE-PTR NOT = NULL THEN
               SET ADDRESS OF KEYBOARD-STATE TO KEYBOARD-STATE-PTR
               PERFORM VARYING KEYBOARD-SCAN-IDX FROM 1 BY 1
                   UNTIL KEYBOARD-SCAN-IDX > 512
                   OR FI-KEY-COUNT >= 8
                   IF KEYBOARD-KEY-BYTE (KEYBOARD-SCAN-IDX) NOT = 0 THEN
                       ADD 1 TO FI-KEY-COUNT
                       COMPUTE FI-KEY-DOWN (FI-KEY-COUNT) =
                           KEYBOARD-SCAN-IDX - 1
                   END-IF
               END-PERFORM
           END-IF.

      *> sticks: the Y axis, the only one the game steers by.
           MOVE 0 TO FI-AXIS-1.
           IF GAME-JOYSTICK-PTR NOT = NULL THEN
               CALL "SDL_JoystickGetAxis" USING
                   BY VALUE GAME-JOYSTICK-PTR
                   BY VALUE 1
                   RETURNING JOYSTICK-AXIS-VALUE
               END-CALL
               MOVE JOYSTICK-AXIS-VALUE TO FI-AXIS-1
           END-IF.

           MOVE 0 TO FI-AXIS-2.
           IF GAME-JOYSTICK2-PTR NOT = NULL THEN
               CALL "SDL_JoystickGetAxis" USING
                   BY VALUE GAME-JOYSTICK2-PTR
                   BY VALUE 1
                   RETURNING JOYSTICK-AXIS-VALUE
               END-CALL
               MOVE JOYSTICK-AXIS-VALUE TO FI-AXIS-2
           END-IF.

      *> pointer: where it is and what is held, in window pixels,
      *> and how far it moved since last frame. Reading the motion
      *> here every frame means it never piles up behind a menu.
           CALL "SDL_GetMouseState" USING
               BY REFERENCE MOUSE-SAMPLE-X
               BY REFERENCE MOUSE-SAMPLE-Y
               RETURNING MOUSE-SAMPLE-MASK
           END-CALL.

           CALL "SDL_GetRelativeMouseState" USING
               BY REFERENCE MOUSE-SAMPLE-REL-X
               BY REFERENCE MOUSE-SAMPLE-REL-Y
           END-CALL.

           MOVE MOUSE-SAMPLE-X TO FI-MOUSE-X.
           MOVE MOUSE-SAMPLE-Y TO FI-MOUSE-Y.
           MOVE MOUSE-SAMPLE-REL-X TO FI-MOUSE-REL-X.
           MOVE MOUSE-SAMPLE-REL-Y TO FI-MOUSE-REL-Y.
           MOVE MOUSE-SAMPLE-MASK TO FI-MOUSE-BUTTONS.

       SAMPLE-FRAME-TELEMETRY.
      *> the very first frame's delta spans program start-up and
      *> would poison the minute; skip deltas while LAST-TIME was
