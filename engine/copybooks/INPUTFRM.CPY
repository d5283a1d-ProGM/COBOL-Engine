      ******************************************************************
      * One frame's raw inputs, as PrepareUpdateGame samples them at
      * the top of the frame: the raw frame delta in milliseconds
      * (before the quarter-second clamp), up to eight keyboard
      * scancodes held down -- panel buttons and the coin switch
      * among them -- the Y axis of each joystick, the pointer's
      * window position and buttons, and its relative motion since
      * the frame before. Every reader of the controls takes them
      * from here (CheckFrameKey for the keys), so a frame read back
      * from a recording drives the game exactly as the live one
      * did. The same bytes are one line of an input recording:
      * RecordInputFrames keeps the last few minutes of them and
      * writes them out beside a post-mortem, and ReplayInputFrames
      * feeds such a file back on the bench. Included with COPY
      * INPUTFRM under GAME-INPUT-FRAME in GAMEFLDS.
      ******************************************************************
           05 FI-DELTA-MS     PIC 9(4) VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-KEY-COUNT    PIC 9(1) VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-KEY-DOWN OCCURS 8 TIMES PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-AXIS-1       PIC S9(5) SIGN IS LEADING SEPARATE
                              VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-AXIS-2       PIC S9(5) SIGN IS LEADING SEPARATE
                              VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-MOUSE-X      PIC S9(5) SIGN IS LEADING SEPARATE
                              VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-MOUSE-Y      PIC S9(5) SIGN IS LEADING SEPARATE
                              VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-MOUSE-REL-X  PIC S9(5) SIGN IS LEADING SEPARATE
                              VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-MOUSE-REL-Y  PIC S9(5) SIGN IS LEADING SEPARATE
                              VALUE 0.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FI-MOUSE-BUTTONS PIC 9(3) VALUE 0.
