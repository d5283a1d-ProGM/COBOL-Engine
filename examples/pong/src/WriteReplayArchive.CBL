           02 PLAYER-SCORE PIC 9(3).
           02 ENEMY-SCORE PIC 9(3).

       01  MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING
           REPLAY-FRAME-COUNT REPLAY-LOG PLAYER-INITIALS MATCH-SCORE
           MATCH-NUMBER.
       WRITE-REPLAY-ARCHIVE-LOGIC.
           IF REPLAY-FRAME-COUNT = 0 THEN
               EXIT PROGRAM
           MOVE PLAYER-SCORE TO RC-PLAYER-SCORE (TARGET-SLOT).
           MOVE ENEMY-SCORE TO RC-ENEMY-SCORE (TARGET-SLOT).
           MOVE REPLAY-FRAME-COUNT TO RC-FRAME-COUNT (TARGET-SLOT).
           MOVE MATCH-NUMBER TO RC-MATCH-NUMBER (TARGET-SLOT).

           PERFORM REWRITE-CATALOG.

                       TO CAT-PLAYER-SCORE
                   MOVE RC-ENEMY-SCORE (SLOT-IDX) TO CAT-ENEMY-SCORE
                   MOVE RC-FRAME-COUNT (SLOT-IDX) TO CAT-FRAME-COUNT
                   MOVE RC-MATCH-NUMBER (SLOT-IDX) TO CAT-MATCH-NUMBER
                   MOVE SPACE TO CAT-SEP-1 CAT-SEP-2 CAT-SEP-3
                       CAT-SEP-4 CAT-SEP-5 CAT-SEP-6 CAT-SEP-7
                   WRITE CATALOG-RECORD
               END-IF
           END-PERFORM.
