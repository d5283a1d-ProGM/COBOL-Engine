
       01  TWO-PLAYER-FLAG PIC 9(1).

      *> the interrupted match's own number; 0 from a snapshot taken
      *> before the column existed, and the caller numbers it anew.
       01  MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING
           CHECKPOINT-VALID-FLAG MATCH-SCORE TWO-PLAYER-FLAG
           MATCH-NUMBER.
       LOAD-CHECKPOINT-LOGIC.
           MOVE 0 TO CHECKPOINT-VALID-FLAG.
           MOVE 0 TO MATCH-NUMBER.

           OPEN INPUT CHECKPOINT-FILE.

               MOVE CK-PLAYER-SCORE TO PLAYER-SCORE
               MOVE CK-ENEMY-SCORE TO ENEMY-SCORE
               MOVE CK-TWO-PLAYER TO TWO-PLAYER-FLAG
               IF CK-MATCH-NUMBER NUMERIC THEN
                   MOVE CK-MATCH-NUMBER TO MATCH-NUMBER
               END-IF
           END-IF.
