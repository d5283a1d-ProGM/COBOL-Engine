      *          two balls through this same routine; a ball that
      *          falls out the bottom raises its dropped flag and
      *          leaves the lives-and-game-over decision to the
      *          caller. The special bricks are handled here too:
      *          indestructible ones only bounce the ball, explosives
      *          take their neighbours down with them, and a power-up
      *          brick raises its drop flag for the caller to spawn
      *          the capsule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 HIT-FLAG USAGE BINARY-LONG.
       01 BRICK-HIT-THIS-FRAME PIC 9(1) VALUE 0.

      *> explosives waiting to go off; forty is the whole wall, so
      *> even a wall of nothing but explosives can't overrun it.
       01 BLAST-QUEUE-TABLE.
           02 BLAST-QUEUE PIC 9(3) OCCURS 40 TIMES.
       01 BLAST-COUNT PIC 9(3) VALUE 0.
       01 BLAST-NEXT PIC 9(3) VALUE 0.
       01 BLAST-IDX PIC 9(3) VALUE 0.
       01 BLAST-CENTRE PIC 9(3) VALUE 0.
       01 BLAST-ROW PIC 9(2) VALUE 0.
       01 BLAST-COL PIC 9(2) VALUE 0.
       01 BLAST-ROW-OFF PIC S9(1) VALUE 0.
       01 BLAST-COL-OFF PIC S9(1) VALUE 0.

       LINKAGE SECTION.
       01 GAME.
           COPY GAMEFLDS.
       01 EFFECTIVE-BALL-SPEED PIC 9(3).

      *> running score, credited per brick contact: tougher layers
      *> are worth more, ten points per hit still left on the brick;
      *> an indestructible brick pays nothing.
       01 BREAKOUT-SCORE PIC 9(5).

       PROCEDURE DIVISION USING

           IF HIT-FLAG = 1 THEN
               MOVE 1 TO BRICK-HIT-THIS-FRAME
      *> an indestructible brick only turns the ball round.
               IF BRICK-CODE (BRICK-IDX) NOT = "X" THEN
                   COMPUTE BREAKOUT-SCORE = BREAKOUT-SCORE +
                       BRICK-HITS-LEFT (BRICK-IDX) * 10
                   SUBTRACT 1 FROM BRICK-HITS-LEFT (BRICK-IDX)
                   IF BRICK-HITS-LEFT (BRICK-IDX) = 0 THEN
                       MOVE BRICK-IDX TO BLAST-IDX
                       PERFORM BRICK-DESTROYED
                       PERFORM RUN-BLAST-QUEUE
                   END-IF
               END-IF
               COMPUTE BALL-DIR-Y = 0 - BALL-DIR-Y
      *> push the ball out to the face it now travels away from, so
               END-IF
           END-IF.

       BRICK-DESTROYED.
      *> BLAST-IDX has just come down: off the wall, and whatever
      *> the brick carried goes off with it -- a power-up brick owes
      *> the caller a capsule, an explosive brick queues its blast.
           SUBTRACT 1 FROM BRICKS-REMAINING.

           IF BRICK-CODE (BLAST-IDX) = "P" THEN
               MOVE 1 TO BRICK-DROP-FLAG (BLAST-IDX)
           END-IF.

           IF BRICK-CODE (BLAST-IDX) = "E" THEN
               ADD 1 TO BLAST-COUNT
               MOVE BLAST-IDX TO BLAST-QUEUE (BLAST-COUNT)
           END-IF.

       RUN-BLAST-QUEUE.
      *> each explosive clears the (up to) eight spots around its
      *> home on the grid; an explosive caught in the blast goes off
      *> in its turn, so a chain runs until the queue is spent.
           MOVE 1 TO BLAST-NEXT.

           PERFORM UNTIL BLAST-NEXT > BLAST-COUNT
               MOVE BLAST-QUEUE (BLAST-NEXT) TO BLAST-CENTRE
               ADD 1 TO BLAST-NEXT
               COMPUTE BLAST-ROW = (BLAST-CENTRE - 1) / 8 + 1
               COMPUTE BLAST-COL = BLAST-CENTRE
                   - (BLAST-ROW - 1) * 8
               PERFORM VARYING BLAST-ROW-OFF FROM -1 BY 1
                   UNTIL BLAST-ROW-OFF > 1
                   PERFORM VARYING BLAST-COL-OFF FROM -1 BY 1
                       UNTIL BLAST-COL-OFF > 1
                       PERFORM BLAST-ONE-SPOT
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           MOVE 0 TO BLAST-COUNT.

       BLAST-ONE-SPOT.
           IF BLAST-ROW + BLAST-ROW-OFF < 1
           OR BLAST-ROW + BLAST-ROW-OFF > 5
           OR BLAST-COL + BLAST-COL-OFF < 1
           OR BLAST-COL + BLAST-COL-OFF > 8 THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE BLAST-IDX = (BLAST-ROW + BLAST-ROW-OFF - 1) * 8
               + BLAST-COL + BLAST-COL-OFF.

           IF BRICK-HITS-LEFT (BLAST-IDX) = 0
           OR BRICK-CODE (BLAST-IDX) = "X" THEN
               EXIT PARAGRAPH
           END-IF.

      *> a blasted brick pays out every hit it had left, as if it
      *> had been knocked down the long way.
           COMPUTE BREAKOUT-SCORE = BREAKOUT-SCORE +
               BRICK-HITS-LEFT (BLAST-IDX) * 10.
           MOVE 0 TO BRICK-HITS-LEFT (BLAST-IDX).
           PERFORM BRICK-DESTROYED.
