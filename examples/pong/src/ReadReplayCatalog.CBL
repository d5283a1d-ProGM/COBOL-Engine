                               TO RC-ENEMY-SCORE (CAT-SLOT)
                           MOVE CAT-FRAME-COUNT
                               TO RC-FRAME-COUNT (CAT-SLOT)
                           IF CAT-MATCH-NUMBER NUMERIC THEN
                               MOVE CAT-MATCH-NUMBER
                                   TO RC-MATCH-NUMBER (CAT-SLOT)
                           ELSE
                               MOVE 0 TO RC-MATCH-NUMBER (CAT-SLOT)
                           END-IF
                       END-IF
                       END-IF
               END-READ
                           TO RC-PLAYER-SCORE (10)
                       MOVE CHP-ENEMY-SCORE TO RC-ENEMY-SCORE (10)
                       MOVE CHP-FRAME-COUNT TO RC-FRAME-COUNT (10)
      *> the champion's match number is the number on the cabinet
      *> that played it, and would join to nothing here.
                       MOVE 0 TO RC-MATCH-NUMBER (10)
                   END-IF
           END-READ.

