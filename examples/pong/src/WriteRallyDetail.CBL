       01  RALLY-END-SPEED COMP-1.
      *> "P" = left/player side took the point, "E" = right/enemy side
       01  RALLY-WINNER-SIDE PIC X(1).
       01  RALLY-MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING
           RALLY-DURATION RALLY-HIT-COUNT RALLY-END-SPEED
           RALLY-WINNER-SIDE RALLY-MATCH-NUMBER.
       WRITE-RALLY-DETAIL-LOGIC.
           OPEN EXTEND RALLY-FILE.

           MOVE RALLY-HIT-COUNT TO RD-HIT-COUNT.
           COMPUTE RD-END-SPEED = RALLY-END-SPEED.
           MOVE RALLY-WINNER-SIDE TO RD-WINNER.
           MOVE RALLY-MATCH-NUMBER TO RD-MATCH-NUMBER.
           MOVE SPACE TO RD-SEP-1 RD-SEP-2 RD-SEP-3 RD-SEP-4 RD-SEP-5
               RD-SEP-6.

           WRITE RALLY-DETAIL-RECORD.

