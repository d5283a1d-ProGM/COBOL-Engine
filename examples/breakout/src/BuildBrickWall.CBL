      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Builds the five-by-eight Breakout wall from a
      *          forty-character level map, one character per brick
      *          in row order: a digit is an ordinary brick of that
      *          many hits (zero, or anything unrecognised, leaves
      *          the spot empty), and X, S, E and P are the special
      *          bricks BRICKFLD describes. Hands back how many
      *          bricks have to come down to clear the wall -- the
      *          indestructible ones never do, so they don't count.
      *          Shared by the level loader and the editor's test
      *          play so a map builds the same wall either way; maps
      *          written before the letters existed are all digits
      *          and build exactly as they always did.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuildBrickWall.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  BRICK-ROW PIC 9(2) VALUE 0.
       01  BRICK-COL PIC 9(2) VALUE 0.
       01  BRICK-INDEX PIC 9(3) VALUE 0.
       01  MAP-CHAR PIC X(1) VALUE "0".
       01  MAP-DIGIT REDEFINES MAP-CHAR PIC 9(1).
       01  SCAN-COL PIC 9(2) VALUE 0.
       01  SCAN-INDEX PIC 9(3) VALUE 0.
       01  SCAN-DONE-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  WALL-MAP PIC X(40).

       01  BRICK-FIELD.
           COPY BRICKFLD.

       01  BRICKS-REMAINING PIC 9(3).

       PROCEDURE DIVISION USING WALL-MAP BRICK-FIELD BRICKS-REMAINING.
       BUILD-BRICK-WALL-LOGIC.
           MOVE 0 TO BRICK-INDEX.
           MOVE 0 TO BRICKS-REMAINING.

           PERFORM VARYING BRICK-ROW FROM 1 BY 1 UNTIL BRICK-ROW > 5
               PERFORM VARYING BRICK-COL FROM 1 BY 1
                   UNTIL BRICK-COL > 8
                   ADD 1 TO BRICK-INDEX
                   PERFORM BUILD-ONE-BRICK
               END-PERFORM
           END-PERFORM.

      *> sliders need the finished map to know how far they can go.
           MOVE 0 TO BRICK-INDEX.
           PERFORM VARYING BRICK-ROW FROM 1 BY 1 UNTIL BRICK-ROW > 5
               PERFORM VARYING BRICK-COL FROM 1 BY 1
                   UNTIL BRICK-COL > 8
                   ADD 1 TO BRICK-INDEX
                   IF BRICK-CODE (BRICK-INDEX) = "S" THEN
                       PERFORM SET-SLIDE-RANGE
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PROGRAM.

       BUILD-ONE-BRICK.
           COMPUTE BRICK-X (BRICK-INDEX) = (BRICK-COL - 1) * 64 + 32.
           COMPUTE BRICK-Y (BRICK-INDEX) = (BRICK-ROW - 1) * 24 + 40.
           MOVE 60 TO BRICK-W (BRICK-INDEX).
           MOVE 20 TO BRICK-H (BRICK-INDEX).
           MOVE 0 TO BRICK-DROP-FLAG (BRICK-INDEX).
           MOVE BRICK-X (BRICK-INDEX) TO BRICK-SLIDE-POS (BRICK-INDEX).
           MOVE BRICK-X (BRICK-INDEX) TO BRICK-SLIDE-MIN (BRICK-INDEX).
           MOVE BRICK-X (BRICK-INDEX) TO BRICK-SLIDE-MAX (BRICK-INDEX).
           MOVE 1 TO BRICK-SLIDE-DIR (BRICK-INDEX).

           MOVE WALL-MAP (BRICK-INDEX:1) TO MAP-CHAR.
           EVALUATE TRUE
               WHEN MAP-CHAR NUMERIC
                   MOVE MAP-DIGIT TO BRICK-HITS-LEFT (BRICK-INDEX)
                   MOVE MAP-CHAR TO BRICK-CODE (BRICK-INDEX)
      *> the indestructible brick keeps a hit count so every "is
      *> this brick standing" test still sees it; nothing ever
      *> takes a hit off it.
               WHEN MAP-CHAR = "X"
                   MOVE 9 TO BRICK-HITS-LEFT (BRICK-INDEX)
                   MOVE "X" TO BRICK-CODE (BRICK-INDEX)
               WHEN MAP-CHAR = "S" OR MAP-CHAR = "E"
               OR MAP-CHAR = "P"
                   MOVE 1 TO BRICK-HITS-LEFT (BRICK-INDEX)
                   MOVE MAP-CHAR TO BRICK-CODE (BRICK-INDEX)
               WHEN OTHER
                   MOVE 0 TO BRICK-HITS-LEFT (BRICK-INDEX)
                   MOVE "0" TO BRICK-CODE (BRICK-INDEX)
           END-EVALUATE.

           IF BRICK-HITS-LEFT (BRICK-INDEX) > 0
           AND BRICK-CODE (BRICK-INDEX) NOT = "X" THEN
               ADD 1 TO BRICKS-REMAINING
           END-IF.

       SET-SLIDE-RANGE.
      *> a slider runs over the empty cells beside it in its row and
      *> no further -- it never slides through another brick's home.
           MOVE 0 TO SCAN-DONE-FLAG.
           COMPUTE SCAN-COL = BRICK-COL - 1.
           PERFORM UNTIL SCAN-COL < 1 OR SCAN-DONE-FLAG = 1
               COMPUTE SCAN-INDEX = (BRICK-ROW - 1) * 8 + SCAN-COL
               IF BRICK-HITS-LEFT (SCAN-INDEX) > 0 THEN
                   MOVE 1 TO SCAN-DONE-FLAG
               ELSE
                   SUBTRACT 64 FROM BRICK-SLIDE-MIN (BRICK-INDEX)
                   SUBTRACT 1 FROM SCAN-COL
               END-IF
           END-PERFORM.

           MOVE 0 TO SCAN-DONE-FLAG.
           COMPUTE SCAN-COL = BRICK-COL + 1.
           PERFORM UNTIL SCAN-COL > 8 OR SCAN-DONE-FLAG = 1
               COMPUTE SCAN-INDEX = (BRICK-ROW - 1) * 8 + SCAN-COL
               IF BRICK-HITS-LEFT (SCAN-INDEX) > 0 THEN
                   MOVE 1 TO SCAN-DONE-FLAG
               ELSE
                   ADD 64 TO BRICK-SLIDE-MAX (BRICK-INDEX)
                   ADD 1 TO SCAN-COL
               END-IF
           END-PERFORM.
