      * Date:
      * Purpose: Front door for the combo cabinet: a select screen
      *          ahead of both games where a credited player picks
      *          PONG, BREAKOUT or Breakout's time attack (the same
      *          game started against the clock, which it is told on
      *          its command line). The selector owns the coin switch
      *          while it is up (same edge-triggered switch, same
      *          ledger write, same audit trail as the games), banks
      *          the credits in the shared credit-bank file, tears
       01 COIN-EVENT-KIND PIC X(4) VALUE "CASH".
       01 COIN-EVENT-CREDITS PIC 9(2) VALUE 1.
       01 COIN-EVENT-RULE PIC 9(2) VALUE 0.
       01 COIN-EVENT-CHANNEL PIC 9(1) VALUE 1.
       01 COIN-EVENT-VALUE PIC 9(5) VALUE 0.
       01 CREDIT-COUNT-TEXT PIC X(20) VALUE SPACES.

      *> 1 = PONG, 2 = BREAKOUT, 3 = BREAKOUT TIME ATTACK; up/down
      *> steps through the rows, start launches.
       01 SELECT-INDEX PIC 9(1) VALUE 1.
       01 SELECT-UP-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 SELECT-UP-PREV-STATE USAGE BINARY-LONG VALUE 0.
      *> the chosen game's launch command, NUL-ended for system();
      *> the site links its build outputs under these names next
      *> to the data directory.
       01 LAUNCH-COMMAND-Z PIC X(40) VALUE SPACES.
       01 SYSTEM-STATUS USAGE BINARY-LONG VALUE 0.

       01 AUDIT-EVENT-CODE PIC X(10) VALUE SPACES.
           DISPLAY "Starting game select..."

           CALL "PullCentralConfig".
      *> then the players other cabinets served yesterday.
           CALL "ApplyPlayerMaster".

           CALL "LoadGameConfig" USING
              BY REFERENCE GAME
                   BY REFERENCE COIN-EVENT-KIND
                   BY REFERENCE COIN-EVENT-CREDITS
                   BY REFERENCE COIN-EVENT-RULE
                   BY REFERENCE COIN-EVENT-CHANNEL
                   BY REFERENCE COIN-EVENT-VALUE
               END-CALL
           END-IF.

                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           IF SELECT-INDEX = 3 THEN
               MOVE "> " TO ROW-CURSOR-PREFIX
           ELSE
               MOVE SPACES TO ROW-CURSOR-PREFIX
           END-IF.
           MOVE SPACES TO ROW-LINE-TEXT.
           STRING ROW-CURSOR-PREFIX "TIME ATTACK"
               DELIMITED BY SIZE INTO ROW-LINE-TEXT
           END-STRING.
           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE ROW-LINE-TEXT
                BY REFERENCE LENGTH OF ROW-LINE-TEXT
                BY REFERENCE 320
                BY REFERENCE 340
                BY REFERENCE 28
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           MOVE SPACES TO CREDIT-COUNT-TEXT.
           STRING "CREDITS " CREDIT-COUNT
               DELIMITED BY SIZE INTO CREDIT-COUNT-TEXT

           IF SELECT-UP-KEY-STATE > 0
           AND SELECT-UP-PREV-STATE = 0 THEN
               IF SELECT-INDEX > 1 THEN
                   SUBTRACT 1 FROM SELECT-INDEX
               END-IF
               MOVE 0 TO IDLE-TIME
           END-IF.

           IF SELECT-DOWN-KEY-STATE > 0
           AND SELECT-DOWN-PREV-STATE = 0 THEN
               IF SELECT-INDEX < 3 THEN
                   ADD 1 TO SELECT-INDEX
               END-IF
               MOVE 0 TO IDLE-TIME
           END-IF.

           END-CALL.

           MOVE "SELECT" TO AUDIT-EVENT-CODE.
           EVALUATE SELECT-INDEX
               WHEN 1
                   MOVE "PONG chosen at the select screen"
                       TO AUDIT-EVENT-TEXT
               WHEN 2
                   MOVE "BREAKOUT chosen at the select screen"
                       TO AUDIT-EVENT-TEXT
               WHEN OTHER
                   MOVE "TIME ATTACK chosen at the select screen"
                       TO AUDIT-EVENT-TEXT
           END-EVALUATE.
           PERFORM LOG-AUDIT-EVENT.

           PERFORM CLOSE-SELECT-SCREEN.

           MOVE SPACES TO LAUNCH-COMMAND-Z.
           EVALUATE SELECT-INDEX
               WHEN 1
                   STRING "./pong" X"00" DELIMITED BY SIZE
                       INTO LAUNCH-COMMAND-Z
                   END-STRING
               WHEN 2
                   STRING "./breakout" X"00" DELIMITED BY SIZE
                       INTO LAUNCH-COMMAND-Z
                   END-STRING
               WHEN OTHER
                   STRING "./breakout TIMEATTACK" X"00"
                       DELIMITED BY SIZE INTO LAUNCH-COMMAND-Z
                   END-STRING
           END-EVALUATE.

           CALL "system" USING
               BY REFERENCE LAUNCH-COMMAND-Z
