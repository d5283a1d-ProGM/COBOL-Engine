      * left (zero = cleared). Included with COPY BRICKFLD inside a
      * caller's own "01 BRICK-FIELD." so BREAKOUT.CBL, the ball
      * collision code and the level loader all see the same wall.
      * BRICK-CODE is the cell's character from the level map: a
      * digit is an ordinary brick of that strength, and the letters
      * are the special bricks --
      *     X  indestructible: bounces the ball, never breaks, pays
      *        nothing and is not part of the wall left to clear
      *     S  a one-hit brick sliding sideways through the empty
      *        cells either side of it in its row
      *     E  a one-hit explosive brick that takes every breakable
      *        neighbour (diagonals too) with it
      *     P  a one-hit brick that always releases a power-up
      * The rectangle stays the first four fields so a brick entry
      * can still be handed straight to RectContainsPoint and
      * SDL_RenderFillRect. BRICK-DROP-FLAG is the capsule a broken
      * P brick still owes; the game releases it as soon as no other
      * capsule is falling.
      ******************************************************************
           05 BRICK OCCURS 40 TIMES.
               10 BRICK-X USAGE SIGNED-INT.
               10 BRICK-W USAGE SIGNED-INT.
               10 BRICK-H USAGE SIGNED-INT.
               10 BRICK-HITS-LEFT PIC 9(1).
               10 BRICK-CODE PIC X(1).
               10 BRICK-DROP-FLAG PIC 9(1).
               10 BRICK-SLIDE-POS COMP-1.
               10 BRICK-SLIDE-DIR PIC S9(1).
               10 BRICK-SLIDE-MIN USAGE SIGNED-INT.
               10 BRICK-SLIDE-MAX USAGE SIGNED-INT.
