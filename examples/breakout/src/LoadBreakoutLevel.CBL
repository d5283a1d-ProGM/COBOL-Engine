      * Author: ProGM
      * Date:
      * Purpose: Builds the brick wall for one Breakout level from the
      *          external level file -- per-brick hit counts and
      *          special bricks from the forty-character layout map,
      *          per-level ball speed --
      *          so regulars stop memorizing the single compiled-in
      *          wall. A level that isn't in the file comes back
      *          not-found, which the game reads as "you've cleared
       WORKING-STORAGE SECTION.
       01  LEVEL-FILE-STATUS PIC X(2).
       01  LEVEL-EOF-FLAG PIC 9(1) VALUE 0.

      *> the wall is always built from these two, whether they came
      *> from a file row or from the compiled-in fallback -- the

       BUILD-LEVEL-WALL.
      *> same five-by-eight geometry the original hardcoded wall
      *> used; the map supplies only what stands in each spot, one
      *> character per brick in row order.
           MOVE WALL-SPEED TO LEVEL-BALL-SPEED.

           CALL "BuildBrickWall" USING
               BY REFERENCE WALL-MAP
               BY REFERENCE BRICK-FIELD
               BY REFERENCE BRICKS-REMAINING
           END-CALL.
