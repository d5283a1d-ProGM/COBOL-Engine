
       01  TWO-PLAYER-FLAG PIC 9(1).

       01  MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING
           CHECKPOINT-VALID-FLAG MATCH-SCORE GAME-STATE
           GAME-SETTINGS TWO-PLAYER-FLAG MATCH-NUMBER.
       WRITE-CHECKPOINT-LOGIC.
           OPEN OUTPUT CHECKPOINT-FILE.

           COMPUTE CK-RAMP-RATE = SETTINGS-SPEED-RAMP-RATE.
           COMPUTE CK-MAX-SPEED = SETTINGS-MAX-BALL-SPEED.
           MOVE TWO-PLAYER-FLAG TO CK-TWO-PLAYER.
           MOVE MATCH-NUMBER TO CK-MATCH-NUMBER.
           MOVE SPACE TO CK-SEP-1 CK-SEP-2 CK-SEP-3 CK-SEP-4
               CK-SEP-5 CK-SEP-6 CK-SEP-7 CK-SEP-8 CK-SEP-9
               CK-SEP-10.

           WRITE CHECKPOINT-RECORD.

