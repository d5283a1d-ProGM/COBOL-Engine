
       01 BRICK-FIELD.
           COPY BRICKFLD.
       01 BRICK-INDEX PIC 9(3).
      *> sliding bricks cross their run of empty cells at this many
      *> pixels a second and turn round at either end.
       01 BRICK-SLIDE-SPEED COMP-1 VALUE 60.
       01 BRICKS-REMAINING PIC 9(3) VALUE 40.

      *> levels come from ./data/levels.dat; when the file (or the
       01 LEVEL-FOUND-FLAG PIC 9(1) VALUE 0.
       01 LEVEL-BANNER-TIME COMP-1 VALUE 0.
       01 LEVEL-BANNER-TEXT PIC X(10) VALUE SPACES.
      *> the level-detail tally, one line per level as it ends:
      *> seconds of actual play on the wall, lives it cost, capsules
      *> caught, and the brick count the wall was built with. A
      *> bought continue starts a fresh tally on the same wall, so
      *> the attempt the run died on still reads as ended.
       01 LEVEL-ELAPSED-TIME COMP-1 VALUE 0.
       01 LEVEL-LIVES-LOST PIC 9(2) VALUE 0.
       01 LEVEL-BRICKS-PLACED PIC 9(3) VALUE 0.
       01 LEVEL-POWERUPS-CAUGHT PIC 9(3) VALUE 0.
       01 LEVEL-OUTCOME PIC X(1) VALUE SPACE.

      *> time attack (the combo select screen's third row, or
      *> "breakout TIMEATTACK" on a stand-alone cabinet): every level
      *> on file from the first, against the clock. Each cleared
      *> level shows its split beside the par and the cabinet best
      *> kept in splits.dat; a run that clears them all goes on the
      *> time board, never the points board. No continues -- a
      *> bought life would be bought seconds.
       01 TIME-ATTACK-FLAG PIC 9(1) VALUE 0.
       01 COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01 TA-SPLIT PIC 9(4)V9 VALUE 0.
       01 TA-PAR PIC 9(4) VALUE 0.
       01 TA-BEST PIC 9(4)V9 VALUE 0.
       01 TA-NEW-BEST-FLAG PIC 9(1) VALUE 0.
       01 TA-TOTAL-TIME PIC 9(5)V9 VALUE 0.
       01 TA-CLOCK PIC 9(5)V9 VALUE 0.
       01 TA-LEVELS-DONE PIC 9(2) VALUE 0.
       01 TA-DIFF PIC S9(5)V9 VALUE 0.
       01 TA-SPLIT-EDIT PIC Z(3)9.9.
       01 TA-PAR-EDIT PIC Z(3)9.
       01 TA-DIFF-EDIT PIC +(5)9.9.
       01 TA-TOTAL-EDIT PIC Z(4)9.9.
       01 TA-PAR-TEXT PIC X(18) VALUE SPACES.
       01 TA-BEST-TEXT PIC X(22) VALUE SPACES.
       01 SPLIT-BANNER-TEXT PIC X(30) VALUE SPACES.
       01 SPLIT-COMPARE-TEXT PIC X(40) VALUE SPACES.
       01 SPLIT-BANNER-TIME COMP-1 VALUE 0.
       01 TA-CLOCK-TEXT PIC X(16) VALUE SPACES.
       01 TA-RESULT-TEXT PIC X(30) VALUE SPACES.
       01 TA-BOARD-COUNT PIC 9(2) VALUE 0.
       01 TA-BOARD.
           COPY TABOARD.
       01 TA-BOARD-IDX PIC 9(2) VALUE 0.
       01 TA-BOARD-LINE PIC X(30) VALUE SPACES.
       01 TA-BOARD-Y USAGE SIGNED-INT VALUE 0.
       01 TA-MASK-ACTION PIC X(1) VALUE "Q".
       01 TA-SHOWN-INITIALS PIC X(3) VALUE SPACES.
      *> falling power-up capsule plus the effect clocks. Drops are
      *> deterministic -- every fourth destroyed brick releases one,
      *> the type cycling multi-ball, wide paddle, slow ball -- so a
       01 CAPSULE-HIT-FLAG USAGE BINARY-LONG VALUE 0.
       01 POWERUP-DROP-COUNTER PIC 9(3) VALUE 0.
       01 POWERUP-NEXT-TYPE PIC 9(1) VALUE 1.
      *> a broken power-up brick always pays its capsule, from the
      *> brick itself, ahead of the every-fourth-brick drop.
       01 DROP-BRICK-INDEX PIC 9(3) VALUE 0.
       01 PREV-BRICKS-REMAINING PIC 9(3) VALUE 0.
       01 WIDE-PADDLE-TIME COMP-1 VALUE 0.
       01 SLOW-BALL-TIME COMP-1 VALUE 0.
       01 BREAKOUT-SCORE PIC 9(5) VALUE 0.
      *> which ceiling the posting-time plausibility gate applies.
       01 POSTING-GAME-KIND PIC X(1) VALUE "B".
      *> Breakout has no handicap; its postings always start level.
       01 POSTING-HEAD-START PIC 9(2) VALUE 0.
      *> A when the run was played with assist mode on.
       01 POSTING-ASSIST-FLAG PIC X(1) VALUE SPACE.
       01 BREAKOUT-LIVES PIC 9(1) VALUE 3.
       01 LEVELS-CLEARED PIC 9(5) VALUE 0.
       01 SCORE-TEXT PIC X(14) VALUE SPACES.
       01 COIN-EVENT-KIND PIC X(4) VALUE "CASH".
       01 COIN-EVENT-CREDITS PIC 9(2) VALUE 1.
       01 COIN-EVENT-RULE PIC 9(2) VALUE 0.
       01 COIN-EVENT-CHANNEL PIC 9(1) VALUE 1.
       01 COIN-EVENT-VALUE PIC 9(5) VALUE 0.
       01 CONTINUE-TIME COMP-1 VALUE 0.
       01 CONTINUE-SECONDS-LEFT PIC 9(2) VALUE 0.
       01 CONTINUE-PROMPT-TEXT PIC X(40) VALUE SPACES.
      *> and coins against a permanent zero.
       01 AUDIT-EVENT-CODE PIC X(10) VALUE SPACES.
       01 AUDIT-EVENT-TEXT PIC X(80) VALUE SPACES.
       01 AUDIT-NO-OPERATOR PIC X(4) VALUE SPACES.
       01 AUDIT-MATCH-NUMBER PIC 9(8) VALUE 0.
       01 STATS-WRITTEN-FLAG PIC 9(1) VALUE 0.

      *> the run's match number, the same NextMatchNumber count the
      *> PONG cabinet keeps: issued when a campaign run starts (the
      *> paid restart takes it early for its MATCHSTART line and
      *> holds it for the run), kept through a bought continue, and
      *> carried by the stats line, the journal posting and the
      *> MATCHSTART/MATCHEND audit lines.
       01 MATCH-NUMBER PIC 9(8) VALUE 0.
       01 MATCH-NUMBER-HELD-FLAG PIC 9(1) VALUE 0.

      *> per-player campaign progress: the sign-in at run start
      *> extends the LoadPlayerProfile/SavePlayerProfile pattern to
      *> this cabinet, then the campaign file says how deep this
      *> button on the sign-in and level-select screens): a cursor
      *> over the wall's five-by-eight grid (the geometry BRICKFLD
      *> actually has), arrows move it, start cycles the cell's
      *> strength 0-3 and on through the special bricks X S E P,
      *> the replay key picks which numbered level is
      *> being edited, volume up/down tunes the row's ball speed,
      *> T loads the work in progress straight into the live wall
      *> for a test run, and the service button saves to levels.dat.

       01 PRE-ENTRY-STATE PIC 9(3) VALUE 1.
       01 PLAYER-INITIALS PIC X(3) VALUE "AAA".
      *> what the campaign and the player master file this run
      *> under: the member number when a member signed in with M on
      *> the sign-in screen (state 7), otherwise the initials.
       01 PLAYER-KEY PIC X(8) VALUE SPACES.
       01 MEMBER-DIGITS.
           05 MEMBER-DIGIT OCCURS 8 TIMES PIC 9(1).
       01 MEMBER-ENTRY-POSITION PIC 9(1) VALUE 1.
       01 MEMBER-SHOW-TEXT PIC X(8) VALUE SPACES.
       01 MEMBER-SHOW-IDX PIC 9(1) VALUE 0.
       01 MEMBER-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 MEMBER-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.

      *> assist mode (GAME-ASSIST-MODE) is cycled with the assist
      *> key on the sign-in screen; a choice made there goes onto
      *> the player's profile, otherwise the profile's own setting
      *> is applied once the name is known.
       01 ASSIST-KEY-STATE USAGE BINARY-LONG VALUE 0.
       01 ASSIST-KEY-PREV-STATE USAGE BINARY-LONG VALUE 0.
       01 ASSIST-CHOSEN-FLAG PIC 9(1) VALUE 0.
       01 ASSIST-NAME-TEXT PIC X(26) VALUE SPACES.
       01 MEMBER-TRY-KEY PIC X(8) VALUE SPACES.
       01 MEMBER-TRY-INITIALS PIC X(3) VALUE SPACES.
       01 MEMBER-TRY-NUMBER PIC X(8) VALUE SPACES.
       01 MEMBER-TRY-STATUS PIC X(1) VALUE SPACE.
       01 INITIALS-ALPHABET PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 INITIALS-ENTRY-POSITION PIC 9(1) VALUE 1.

           DISPLAY "Starting Breakout..."

           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.
           IF COMMAND-ARGUMENTS = "TIMEATTACK" THEN
               MOVE 1 TO TIME-ATTACK-FLAG
               DISPLAY "Time attack"
           END-IF.

           PERFORM LOAD-CURRENT-LEVEL.

           CALL "LoadGameConfig" USING
           PERFORM UPDATE-GAME FOREVER.
           GOBACK.
       LOG-AUDIT-EVENT.
           IF AUDIT-EVENT-CODE = "MATCHSTART"
           OR AUDIT-EVENT-CODE = "MATCHEND" THEN
               MOVE MATCH-NUMBER TO AUDIT-MATCH-NUMBER
           ELSE
               MOVE 0 TO AUDIT-MATCH-NUMBER
           END-IF.

           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE AUDIT-NO-OPERATOR
               BY REFERENCE AUDIT-MATCH-NUMBER
           END-CALL.
       TAKE-MATCH-NUMBER.
           IF MATCH-NUMBER-HELD-FLAG = 0 THEN
               CALL "NextMatchNumber" USING
                   BY REFERENCE MATCH-NUMBER
               END-CALL
               MOVE 1 TO MATCH-NUMBER-HELD-FLAG
           END-IF.
       LOAD-CURRENT-LEVEL.
      *> the loader owns the wall geometry and the no-file fallback;
      *> a found level just needs the ball re-served and the banner.
               MOVE 0 TO BALL2-ACTIVE-FLAG
               MOVE 0 TO CAPSULE-ACTIVE-FLAG
               MOVE BRICKS-REMAINING TO PREV-BRICKS-REMAINING
               MOVE BRICKS-REMAINING TO LEVEL-BRICKS-PLACED
               PERFORM START-LEVEL-TALLY
               MOVE SPACES TO LEVEL-BANNER-TEXT
               STRING "LEVEL " CURRENT-LEVEL DELIMITED BY SIZE
                   INTO LEVEL-BANNER-TEXT
               END-STRING
               MOVE 3 TO LEVEL-BANNER-TIME
           END-IF.
       START-LEVEL-TALLY.
           MOVE 0 TO LEVEL-ELAPSED-TIME.
           MOVE 0 TO LEVEL-LIVES-LOST.
           MOVE 0 TO LEVEL-POWERUPS-CAUGHT.
       WRITE-LEVEL-DETAIL.
      *> an editor test play runs with the stats flag already up; a
      *> wall nobody has published is not a level to report on.
           IF STATS-WRITTEN-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "WriteLevelDetail" USING
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE MATCH-NUMBER
               BY REFERENCE CURRENT-LEVEL
               BY REFERENCE LEVEL-ELAPSED-TIME
               BY REFERENCE LEVEL-LIVES-LOST
               BY REFERENCE BRICKS-REMAINING
               BY REFERENCE LEVEL-BRICKS-PLACED
               BY REFERENCE LEVEL-POWERUPS-CAUGHT
               BY REFERENCE LEVEL-OUTCOME
           END-CALL.
       SERVE-BALL-ONE.
           MOVE 1 TO BALL-ACTIVE-FLAG.
           MOVE 320 TO BALL-POS-X.
                   PERFORM UPDATE_LEVEL_SELECT
               WHEN 6
                   PERFORM UPDATE_LEVEL_EDITOR
               WHEN 7
                   PERFORM UPDATE_MEMBER_ENTRY
               WHEN OTHER
                   PERFORM UPDATE_VICTORY
           END-EVALUATE.
               STOP RUN
           END-IF.
       UPDATE_BASE_GAME.
           ADD DELTA-TIME TO LEVEL-ELAPSED-TIME.

           CALL "UpdatePaddle" USING
                BY REFERENCE GAME
                BY REFERENCE PADDLE-RECT
           END-IF.

      *> the slow-ball power-up discounts the level speed while its
      *> clock runs; both balls fly at the effective speed. Assist
      *> mode takes a quarter off first, power-up or not.
           IF GAME-ASSIST-MODE > 0 THEN
               COMPUTE EFFECTIVE-BALL-SPEED =
                   LEVEL-BALL-SPEED * 3 / 4
           ELSE
               MOVE LEVEL-BALL-SPEED TO EFFECTIVE-BALL-SPEED
           END-IF.

           IF SLOW-BALL-TIME > 0 THEN
               SUBTRACT DELTA-TIME FROM SLOW-BALL-TIME
               COMPUTE EFFECTIVE-BALL-SPEED =
                   EFFECTIVE-BALL-SPEED * 6 / 10
           END-IF.

      *> assist widens player 1's paddle by half again; the co-op
      *> partner's paddle keeps the classic width.
           IF WIDE-PADDLE-TIME > 0 THEN
               SUBTRACT DELTA-TIME FROM WIDE-PADDLE-TIME
               MOVE 96 TO PADDLE-W
               MOVE 64 TO PADDLE2-W
           END-IF.

           IF GAME-ASSIST-MODE > 0 THEN
               COMPUTE PADDLE-W = PADDLE-W * 3 / 2
           END-IF.

           PERFORM SLIDE-BRICKS.

           CALL "UpdateBreakoutBall" USING
                BY REFERENCE GAME
                BY REFERENCE BALL-ONE
           END-IF.

           IF BALL-ACTIVE-FLAG = 0 AND BALL2-ACTIVE-FLAG = 0 THEN
               ADD 1 TO LEVEL-LIVES-LOST
               IF BREAKOUT-LIVES > 1 THEN
                   SUBTRACT 1 FROM BREAKOUT-LIVES
                   PERFORM SERVE-BALL-ONE
               ELSE
                   MOVE 0 TO BREAKOUT-LIVES
                   MOVE "E" TO LEVEL-OUTCOME
                   PERFORM WRITE-LEVEL-DETAIL
                   MOVE 1 TO PRE-ENTRY-STATE
      *> the continue window opens with the gameover card; the
      *> initials stop along the way doesn't eat into it much and
      *> regulars skip through it in a second anyway.
                   IF TIME-ATTACK-FLAG = 1 THEN
                       MOVE 0 TO CONTINUE-TIME
                   ELSE
                       MOVE 10 TO CONTINUE-TIME
                   END-IF
                   PERFORM END-OF-RUN
               END-IF
           END-IF.
      *> a cleared wall advances to the next layout on file; running
      *> past the last one is the win.
           IF BRICKS-REMAINING = 0 AND GAME-STATE = 0 THEN
               MOVE "C" TO LEVEL-OUTCOME
               PERFORM WRITE-LEVEL-DETAIL
               IF TIME-ATTACK-FLAG = 1 THEN
                   PERFORM TAKE-TIME-ATTACK-SPLIT
               END-IF
               ADD 1 TO LEVELS-CLEARED
               ADD 1 TO CURRENT-LEVEL
               PERFORM LOAD-CURRENT-LEVEL
                   SUBTRACT 1 FROM CURRENT-LEVEL
      *> clearing the last level on file IS the completion; the
      *> record gets its date inside SaveCampaign.
      *> a time-attack run races the course; it doesn't move the
      *> campaign on.
                   IF TIME-ATTACK-FLAG = 0 THEN
                       MOVE 1 TO CAMPAIGN-SAVE-DONE
                       CALL "SaveCampaign" USING
                           BY REFERENCE PLAYER-KEY
                           BY REFERENCE CURRENT-LEVEL
                           BY REFERENCE CAMPAIGN-SAVE-DONE
                       END-CALL
                   END-IF
                   MOVE 2 TO PRE-ENTRY-STATE
                   PERFORM END-OF-RUN
               ELSE
      *> a new personal deep mark is saved the moment it is set --
      *> a power cut mid-level still remembers the player got here.
                   IF CURRENT-LEVEL > CAMPAIGN-BEST-LEVEL
                   AND TIME-ATTACK-FLAG = 0
                       MOVE CURRENT-LEVEL TO CAMPAIGN-BEST-LEVEL
                       MOVE 0 TO CAMPAIGN-SAVE-DONE
                       CALL "SaveCampaign" USING
                           BY REFERENCE PLAYER-KEY
                           BY REFERENCE CURRENT-LEVEL
                           BY REFERENCE CAMPAIGN-SAVE-DONE
                       END-CALL
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
           END-IF.

           IF TIME-ATTACK-FLAG = 1 THEN
               PERFORM DRAW-TIME-ATTACK-CLOCK
           END-IF.
       DRAW-TIME-ATTACK-CLOCK.
           COMPUTE TA-CLOCK = TA-TOTAL-TIME + LEVEL-ELAPSED-TIME.
           MOVE TA-CLOCK TO TA-TOTAL-EDIT.
           MOVE SPACES TO TA-CLOCK-TEXT.
           STRING "TIME " TA-TOTAL-EDIT DELIMITED BY SIZE
               INTO TA-CLOCK-TEXT
           END-STRING.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE TA-CLOCK-TEXT
                BY REFERENCE LENGTH OF TA-CLOCK-TEXT
                BY REFERENCE 320
                BY REFERENCE 16
                BY REFERENCE 16
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           IF SPLIT-BANNER-TIME > 0 THEN
               SUBTRACT DELTA-TIME FROM SPLIT-BANNER-TIME
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE SPLIT-BANNER-TEXT
                    BY REFERENCE LENGTH OF SPLIT-BANNER-TEXT
                    BY REFERENCE 320
                    BY REFERENCE 300
                    BY REFERENCE 24
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE SPLIT-COMPARE-TEXT
                    BY REFERENCE LENGTH OF SPLIT-COMPARE-TEXT
                    BY REFERENCE 320
                    BY REFERENCE 332
                    BY REFERENCE 20
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
           END-IF.
       TAKE-TIME-ATTACK-SPLIT.
      *> the split is the level's own on-the-wall seconds, the same
      *> clock the level-detail line reports; the run's total is the
      *> sum of its splits, so the board and the banners agree.
           COMPUTE TA-SPLIT ROUNDED = LEVEL-ELAPSED-TIME.
           ADD TA-SPLIT TO TA-TOTAL-TIME.
           ADD 1 TO TA-LEVELS-DONE.

           CALL "RecordSplit" USING
               BY REFERENCE CURRENT-LEVEL
               BY REFERENCE TA-SPLIT
               BY REFERENCE PLAYER-INITIALS
               BY REFERENCE TA-PAR
               BY REFERENCE TA-BEST
               BY REFERENCE TA-NEW-BEST-FLAG
           END-CALL.

           MOVE TA-SPLIT TO TA-SPLIT-EDIT.
           MOVE SPACES TO SPLIT-BANNER-TEXT.
           STRING "LEVEL " CURRENT-LEVEL " SPLIT " TA-SPLIT-EDIT
               DELIMITED BY SIZE INTO SPLIT-BANNER-TEXT
           END-STRING.

           MOVE SPACES TO TA-PAR-TEXT.
           IF TA-PAR = 0 THEN
               MOVE "NO PAR" TO TA-PAR-TEXT
           ELSE
               COMPUTE TA-DIFF = TA-SPLIT - TA-PAR
               MOVE TA-DIFF TO TA-DIFF-EDIT
               STRING "PAR" TA-DIFF-EDIT DELIMITED BY SIZE
                   INTO TA-PAR-TEXT
               END-STRING
           END-IF.

      *> the best shown is the one standing before this split, so a
      *> new record still says by how much it fell.
           MOVE SPACES TO TA-BEST-TEXT.
           IF TA-BEST = 0 THEN
               MOVE "FIRST BEST" TO TA-BEST-TEXT
           ELSE
               COMPUTE TA-DIFF = TA-SPLIT - TA-BEST
               MOVE TA-DIFF TO TA-DIFF-EDIT
               IF TA-NEW-BEST-FLAG = 1 THEN
                   STRING "NEW BEST" TA-DIFF-EDIT DELIMITED BY SIZE
                       INTO TA-BEST-TEXT
                   END-STRING
               ELSE
                   STRING "BEST" TA-DIFF-EDIT DELIMITED BY SIZE
                       INTO TA-BEST-TEXT
                   END-STRING
               END-IF
           END-IF.

           MOVE SPACES TO SPLIT-COMPARE-TEXT.
           STRING TA-PAR-TEXT TA-BEST-TEXT DELIMITED BY SIZE
               INTO SPLIT-COMPARE-TEXT
           END-STRING.

           MOVE 3 TO SPLIT-BANNER-TIME.
       POST-TIME-ATTACK-RESULT.
           CALL "WriteTimeAttackResult" USING
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE MATCH-NUMBER
               BY REFERENCE PLAYER-KEY
               BY REFERENCE PLAYER-INITIALS
               BY REFERENCE TA-TOTAL-TIME
               BY REFERENCE TA-LEVELS-DONE
               BY REFERENCE POSTING-ASSIST-FLAG
           END-CALL.

           MOVE "TIMEATTACK" TO AUDIT-EVENT-CODE.
           MOVE TA-TOTAL-TIME TO TA-TOTAL-EDIT.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Breakout time attack finished by " PLAYER-KEY
               " in " TA-TOTAL-EDIT "s over " TA-LEVELS-DONE
               " levels" DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-AUDIT-EVENT.
       DRAW-TIME-ATTACK-BOARD.
           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE TA-RESULT-TEXT
                BY REFERENCE LENGTH OF TA-RESULT-TEXT
                BY REFERENCE 320
                BY REFERENCE 150
                BY REFERENCE 24
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

      *> the five fastest, names masked for anyone who asked the
      *> counter not to be shown -- this card faces the room.
           MOVE 310 TO TA-BOARD-Y.
           PERFORM VARYING TA-BOARD-IDX FROM 1 BY 1
               UNTIL TA-BOARD-IDX > TA-BOARD-COUNT
               OR TA-BOARD-IDX > 5
               CALL "MaskPublicName" USING
                   BY REFERENCE TA-MASK-ACTION
                   BY REFERENCE TB-PLAYER-KEY (TA-BOARD-IDX)
                   BY REFERENCE TB-INITIALS (TA-BOARD-IDX)
                   BY REFERENCE TA-SHOWN-INITIALS
               END-CALL
               MOVE TB-TOTAL-TIME (TA-BOARD-IDX) TO TA-TOTAL-EDIT
               MOVE SPACES TO TA-BOARD-LINE
               STRING TA-BOARD-IDX ". " TA-SHOWN-INITIALS "  "
                   TA-TOTAL-EDIT DELIMITED BY SIZE
                   INTO TA-BOARD-LINE
               END-STRING
               IF TB-ASSIST-FLAG (TA-BOARD-IDX) = "A" THEN
                   MOVE "ASSISTED" TO TA-BOARD-LINE (19:8)
               END-IF
               CALL "DrawText" USING
                    BY REFERENCE GAME
                    BY REFERENCE TA-BOARD-LINE
                    BY REFERENCE LENGTH OF TA-BOARD-LINE
                    BY REFERENCE 320
                    BY REFERENCE TA-BOARD-Y
                    BY REFERENCE 20
                    BY REFERENCE DEFAULT-FONT-PATH
               END-CALL
               ADD 24 TO TA-BOARD-Y
           END-PERFORM.
       UPDATE_GAMEOVER.
           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           IF TIME-ATTACK-FLAG = 1 THEN
               PERFORM DRAW-TIME-ATTACK-BOARD
           END-IF.

           IF CONTINUE-TIME > 0 THEN
               PERFORM OFFER-CONTINUE
           ELSE
                   BY REFERENCE COIN-EVENT-KIND
                   BY REFERENCE COIN-EVENT-CREDITS
                   BY REFERENCE COIN-EVENT-RULE
                   BY REFERENCE COIN-EVENT-CHANNEL
                   BY REFERENCE COIN-EVENT-VALUE
               END-CALL
           END-IF.

               MOVE 3 TO BREAKOUT-LIVES
               MOVE 0 TO STATS-WRITTEN-FLAG
               MOVE 0 TO SESSION-ELAPSED-TIME
               PERFORM START-LEVEL-TALLY
               PERFORM SERVE-BALL-ONE
               MOVE 0 TO CONTINUE-TIME
               MOVE "MATCHSTART" TO AUDIT-EVENT-CODE
               SUBTRACT 1 FROM CREDIT-COUNT
      *> a fresh paid run goes back through the campaign sign-in,
      *> so the next pair of hands gets their own progress.
               PERFORM TAKE-MATCH-NUMBER
               MOVE "MATCHSTART" TO AUDIT-EVENT-CODE
               MOVE "Breakout paid fresh run started"
                   TO AUDIT-EVENT-TEXT
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           IF TIME-ATTACK-FLAG = 1 THEN
               PERFORM DRAW-TIME-ATTACK-BOARD
           END-IF.

      *> the champion's card must not park the cabinet until a
      *> power cycle: a credit and the start key buy the next run
      *> from level one, same as the gameover card.
                   END-CALL
               END-IF
           END-PERFORM.
       SLIDE-BRICKS.
      *> the bricks move before the balls do, so a ball tests
      *> against where each slider actually is this frame.
           PERFORM VARYING BRICK-INDEX FROM 1 BY 1
               UNTIL BRICK-INDEX > 40
               IF BRICK-CODE (BRICK-INDEX) = "S"
               AND BRICK-HITS-LEFT (BRICK-INDEX) > 0
               AND BRICK-SLIDE-MAX (BRICK-INDEX)
                   > BRICK-SLIDE-MIN (BRICK-INDEX) THEN
                   PERFORM SLIDE-ONE-BRICK
               END-IF
           END-PERFORM.
       SLIDE-ONE-BRICK.
           COMPUTE BRICK-SLIDE-POS (BRICK-INDEX) =
               BRICK-SLIDE-POS (BRICK-INDEX)
               + BRICK-SLIDE-DIR (BRICK-INDEX)
               * BRICK-SLIDE-SPEED * DELTA-TIME.

           IF BRICK-SLIDE-POS (BRICK-INDEX)
               >= BRICK-SLIDE-MAX (BRICK-INDEX) THEN
               MOVE BRICK-SLIDE-MAX (BRICK-INDEX)
                   TO BRICK-SLIDE-POS (BRICK-INDEX)
               MOVE -1 TO BRICK-SLIDE-DIR (BRICK-INDEX)
           END-IF.

           IF BRICK-SLIDE-POS (BRICK-INDEX)
               <= BRICK-SLIDE-MIN (BRICK-INDEX) THEN
               MOVE BRICK-SLIDE-MIN (BRICK-INDEX)
                   TO BRICK-SLIDE-POS (BRICK-INDEX)
               MOVE 1 TO BRICK-SLIDE-DIR (BRICK-INDEX)
           END-IF.

           MOVE BRICK-SLIDE-POS (BRICK-INDEX) TO BRICK-X (BRICK-INDEX).
       CHECK-POWERUP-DROP.
      *> every fourth destroyed brick releases a capsule from where
      *> ball one is flying (close enough to the brick that broke),
               END-CALL
           END-IF.

           IF CAPSULE-ACTIVE-FLAG = 0 THEN
               PERFORM RELEASE-BRICK-POWERUP
           END-IF.

           IF POWERUP-DROP-COUNTER >= 4
           AND CAPSULE-ACTIVE-FLAG = 0 THEN
               SUBTRACT 4 FROM POWERUP-DROP-COUNTER
               COMPUTE CAPSULE-PREV-BOTTOM =
                   CAPSULE-POS-Y + CAPSULE-H
           END-IF.
       RELEASE-BRICK-POWERUP.
           MOVE 0 TO DROP-BRICK-INDEX.

           PERFORM VARYING BRICK-INDEX FROM 1 BY 1
               UNTIL BRICK-INDEX > 40 OR DROP-BRICK-INDEX > 0
               IF BRICK-DROP-FLAG (BRICK-INDEX) = 1 THEN
                   MOVE BRICK-INDEX TO DROP-BRICK-INDEX
               END-IF
           END-PERFORM.

           IF DROP-BRICK-INDEX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO BRICK-DROP-FLAG (DROP-BRICK-INDEX).
           MOVE 1 TO CAPSULE-ACTIVE-FLAG.
           MOVE POWERUP-NEXT-TYPE TO CAPSULE-TYPE.
           ADD 1 TO POWERUP-NEXT-TYPE.
           IF POWERUP-NEXT-TYPE > 3 THEN
               MOVE 1 TO POWERUP-NEXT-TYPE
           END-IF.
           COMPUTE CAPSULE-X = BRICK-X (DROP-BRICK-INDEX)
               + (BRICK-W (DROP-BRICK-INDEX) - CAPSULE-W) / 2.
           COMPUTE CAPSULE-POS-Y = BRICK-Y (DROP-BRICK-INDEX)
               + BRICK-H (DROP-BRICK-INDEX).
           COMPUTE CAPSULE-PREV-BOTTOM = CAPSULE-POS-Y + CAPSULE-H.
       UPDATE-POWERUP-CAPSULE.
           IF CAPSULE-ACTIVE-FLAG = 0 THEN
               EXIT PARAGRAPH
                   END-CALL
               END-IF
               IF CAPSULE-HIT-FLAG = 1 THEN
                   ADD 1 TO LEVEL-POWERUPS-CAUGHT
                   MOVE CAPSULE-CENTER-X TO SPAWN-AT-X
                   MOVE CAPSULE-PROBE-Y TO SPAWN-AT-Y
                   MOVE 8 TO SPAWN-BURST-COUNT
                   BY REFERENCE SESSION-ZERO-VARIANT
                   BY REFERENCE SESSION-ZERO-TIMED
                   BY REFERENCE SESSION-NO-PRESET
                   BY REFERENCE MATCH-NUMBER
               END-CALL
           END-IF.

      *> a time-attack run was signed in before it started; a full
      *> course goes straight on the time board under that name and
      *> the points board never sees it. A run that died on the way
      *> has no time to post.
           IF TIME-ATTACK-FLAG = 1 THEN
               MOVE SPACES TO TA-RESULT-TEXT
               IF PRE-ENTRY-STATE = 2 THEN
                   PERFORM POST-TIME-ATTACK-RESULT
                   STRING "YOUR TIME " TA-TOTAL-EDIT
                       DELIMITED BY SIZE INTO TA-RESULT-TEXT
                   END-STRING
               ELSE
                   MOVE "COURSE NOT FINISHED" TO TA-RESULT-TEXT
               END-IF
               CALL "LoadTimeAttackBoard" USING
                   BY REFERENCE TA-BOARD-COUNT
                   BY REFERENCE TA-BOARD
               END-CALL
               MOVE 1 TO RESTART-KEY-PREV-STATE
               MOVE PRE-ENTRY-STATE TO GAME-STATE
               EXIT PARAGRAPH
           END-IF.

           MOVE "AAA" TO PLAYER-INITIALS.
           END-CALL.

           PERFORM CHECK_INITIALS_KEYS.

      *> a member skips the letters and keys their number instead.
           IF GAME-STATE = 4 THEN
               PERFORM CHECK_MEMBER_KEY
               PERFORM CHECK_ASSIST_KEY
           END-IF.
       CHECK_INITIALS_KEYS.
           CALL "check_key_state" USING
               BY VALUE KB-LEFT-SCANCODE
      *> campaign sign-in at the start of a run, and the score
      *> posting at the end of one.
           IF GAME-STATE = 4 THEN
               MOVE PLAYER-INITIALS TO PLAYER-KEY
               PERFORM CONFIRM-CAMPAIGN-NAME
           ELSE
               CALL "WriteHiScore" USING
                   BY REFERENCE BREAKOUT-SCORE
                   BY REFERENCE GAME-CABINET-ID
                   BY REFERENCE POSTING-GAME-KIND
                   BY REFERENCE MATCH-NUMBER
                   BY REFERENCE POSTING-HEAD-START
                   BY REFERENCE POSTING-ASSIST-FLAG
               END-CALL
      *> the press that confirmed this letter is still down; mark
      *> it already seen so the continue countdown on the card one
           MOVE 1 TO INITIALS-LEFT-PREV-STATE.
           MOVE 1 TO INITIALS-RIGHT-PREV-STATE.
           MOVE 1 TO INITIALS-CONFIRM-PREV-STATE.
      *> a new pair of hands starts unassisted until they ask.
           MOVE 0 TO GAME-ASSIST-MODE.
           MOVE 0 TO ASSIST-CHOSEN-FLAG.
           MOVE 1 TO ASSIST-KEY-PREV-STATE.
           MOVE 4 TO GAME-STATE.
       CONFIRM-CAMPAIGN-NAME.
      *> the sign-in is what finally puts this cabinet's plays on
      *> first-timer gets a record seeded from the cabinet's own
      *> setup, exactly the PONG pattern.
           CALL "LoadPlayerProfile" USING
               BY REFERENCE PLAYER-KEY
               BY REFERENCE PLAYER-PROFILE
               BY REFERENCE PROFILE-FOUND-FLAG
           END-CALL.

           IF PROFILE-FOUND-FLAG = 1 THEN
               ADD 1 TO PROFILE-GAMES-PLAYED
               IF ASSIST-CHOSEN-FLAG = 1 THEN
                   MOVE GAME-ASSIST-MODE TO PROFILE-ASSIST
               ELSE
                   IF PROFILE-ASSIST NUMERIC
                   AND PROFILE-ASSIST <= 2 THEN
                       MOVE PROFILE-ASSIST TO GAME-ASSIST-MODE
                   END-IF
               END-IF
           ELSE
               MOVE PLAYER-KEY TO PROFILE-PLAYER-KEY
               MOVE GAME-ENEMY-DIFFICULTY TO PROFILE-DIFFICULTY
               MOVE 0 TO PROFILE-P1-UP
               MOVE 0 TO PROFILE-P1-DOWN
               MOVE GAME-PALETTE TO PROFILE-PALETTE
               MOVE 1 TO PROFILE-GAMES-PLAYED
               MOVE "Y" TO PROFILE-PUBLIC-FLAG
               MOVE GAME-ASSIST-MODE TO PROFILE-ASSIST
           END-IF.

           CALL "SavePlayerProfile" USING
           END-CALL.

           CALL "LoadCampaign" USING
               BY REFERENCE PLAYER-KEY
               BY REFERENCE CAMPAIGN-BEST-LEVEL
               BY REFERENCE CAMPAIGN-COMPLETED-FLAG
               BY REFERENCE CAMPAIGN-COMPLETED-DATE
           MOVE 1 TO INITIALS-LEFT-PREV-STATE.
           MOVE 1 TO INITIALS-RIGHT-PREV-STATE.
           MOVE 1 TO INITIALS-CONFIRM-PREV-STATE.

      *> time attack always runs the whole course from level one;
      *> there is no start level to choose.
           IF TIME-ATTACK-FLAG = 1 THEN
               MOVE 1 TO START-LEVEL-CHOICE
               PERFORM START-CAMPAIGN-RUN
               EXIT PARAGRAPH
           END-IF.

           MOVE 5 TO GAME-STATE.
       CHECK_MEMBER_KEY.
           CALL "check_key_state" USING
               BY VALUE KB-MEMBER-SCANCODE
               RETURNING MEMBER-KEY-STATE
           END-CALL.

           IF MEMBER-KEY-STATE > 0
           AND MEMBER-KEY-PREV-STATE = 0 THEN
               MOVE 0 TO MEMBER-DIGIT (1) MEMBER-DIGIT (2)
                   MEMBER-DIGIT (3) MEMBER-DIGIT (4)
                   MEMBER-DIGIT (5) MEMBER-DIGIT (6)
                   MEMBER-DIGIT (7) MEMBER-DIGIT (8)
               MOVE 1 TO MEMBER-ENTRY-POSITION
               MOVE 1 TO INITIALS-LEFT-PREV-STATE
               MOVE 1 TO INITIALS-RIGHT-PREV-STATE
               MOVE 1 TO INITIALS-CONFIRM-PREV-STATE
               MOVE 7 TO GAME-STATE
           END-IF.

           MOVE MEMBER-KEY-STATE TO MEMBER-KEY-PREV-STATE.
       CHECK_ASSIST_KEY.
      *> off, assist (wider paddle, slower ball), assist with one-
      *> button paddle control -- named under the letters either way
      *> so a walk-up can see the choice exists.
           CALL "check_key_state" USING
               BY VALUE KB-ASSIST-SCANCODE
               RETURNING ASSIST-KEY-STATE
           END-CALL.

           IF ASSIST-KEY-STATE > 0
           AND ASSIST-KEY-PREV-STATE = 0 THEN
               ADD 1 TO GAME-ASSIST-MODE
               IF GAME-ASSIST-MODE > 2 THEN
                   MOVE 0 TO GAME-ASSIST-MODE
               END-IF
               MOVE 1 TO ASSIST-CHOSEN-FLAG
           END-IF.

           MOVE ASSIST-KEY-STATE TO ASSIST-KEY-PREV-STATE.

           EVALUATE GAME-ASSIST-MODE
               WHEN 1
                   MOVE "A  ASSIST ON" TO ASSIST-NAME-TEXT
               WHEN 2
                   MOVE "A  ASSIST ON - ONE BUTTON"
                       TO ASSIST-NAME-TEXT
               WHEN OTHER
                   MOVE "A  ASSIST OFF" TO ASSIST-NAME-TEXT
           END-EVALUATE.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE ASSIST-NAME-TEXT
                BY REFERENCE LENGTH OF ASSIST-NAME-TEXT
                BY REFERENCE 320
                BY REFERENCE 420
                BY REFERENCE 16
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.
       UPDATE_MEMBER_ENTRY.
           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "Enter your member number"
                BY REFERENCE LENGTH OF "Enter your member number"
                BY REFERENCE 320
                BY REFERENCE 140
                BY REFERENCE 32
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           MOVE SPACES TO MEMBER-SHOW-TEXT.
           PERFORM VARYING MEMBER-SHOW-IDX FROM 1 BY 1
               UNTIL MEMBER-SHOW-IDX > 8
               IF MEMBER-SHOW-IDX <= MEMBER-ENTRY-POSITION THEN
                   MOVE MEMBER-DIGIT (MEMBER-SHOW-IDX)
                       TO MEMBER-SHOW-TEXT (MEMBER-SHOW-IDX:1)
               ELSE
                   MOVE "-" TO
                       MEMBER-SHOW-TEXT (MEMBER-SHOW-IDX:1)
               END-IF
           END-PERFORM.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE MEMBER-SHOW-TEXT
                BY REFERENCE LENGTH OF MEMBER-SHOW-TEXT
                BY REFERENCE 320
                BY REFERENCE 240
                BY REFERENCE 48
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "Left/Right picks, Start confirms"
                BY REFERENCE LENGTH OF
                    "Left/Right picks, Start confirms"
                BY REFERENCE 320
                BY REFERENCE 380
                BY REFERENCE 20
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           PERFORM CHECK_MEMBER_ENTRY_KEYS.
       CHECK_MEMBER_ENTRY_KEYS.
           CALL "check_key_state" USING
               BY VALUE KB-LEFT-SCANCODE
               RETURNING INITIALS-LEFT-KEY-STATE
           END-CALL.

           CALL "check_key_state" USING
               BY VALUE KB-RIGHT-SCANCODE
               RETURNING INITIALS-RIGHT-KEY-STATE
           END-CALL.

           CALL "check_key_state" USING
               BY VALUE KB-RESTART-SCANCODE
               RETURNING INITIALS-CONFIRM-KEY-STATE
           END-CALL.

           IF INITIALS-RIGHT-KEY-STATE > 0
           AND INITIALS-RIGHT-PREV-STATE = 0 THEN
               IF MEMBER-DIGIT (MEMBER-ENTRY-POSITION) = 9 THEN
                   MOVE 0 TO MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               ELSE
                   ADD 1 TO MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               END-IF
           END-IF.

           IF INITIALS-LEFT-KEY-STATE > 0
           AND INITIALS-LEFT-PREV-STATE = 0 THEN
               IF MEMBER-DIGIT (MEMBER-ENTRY-POSITION) = 0 THEN
                   MOVE 9 TO MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               ELSE
                   SUBTRACT 1
                       FROM MEMBER-DIGIT (MEMBER-ENTRY-POSITION)
               END-IF
           END-IF.

           IF INITIALS-CONFIRM-KEY-STATE > 0
           AND INITIALS-CONFIRM-PREV-STATE = 0 THEN
               IF MEMBER-ENTRY-POSITION < 8 THEN
                   ADD 1 TO MEMBER-ENTRY-POSITION
               ELSE
                   PERFORM FINISH-MEMBER-ENTRY
               END-IF
           END-IF.

           MOVE INITIALS-LEFT-KEY-STATE TO INITIALS-LEFT-PREV-STATE.
           MOVE INITIALS-RIGHT-KEY-STATE
               TO INITIALS-RIGHT-PREV-STATE.
           MOVE INITIALS-CONFIRM-KEY-STATE
               TO INITIALS-CONFIRM-PREV-STATE.
       FINISH-MEMBER-ENTRY.
           MOVE MEMBER-DIGITS TO MEMBER-TRY-KEY.

           CALL "ResolvePlayerKey" USING
               BY REFERENCE MEMBER-TRY-KEY
               BY REFERENCE MEMBER-TRY-INITIALS
               BY REFERENCE MEMBER-TRY-NUMBER
               BY REFERENCE MEMBER-TRY-STATUS
           END-CALL.

      *> a number that isn't live drops back to the letters, same
      *> as anyone who never had a card.
           IF MEMBER-TRY-STATUS = "A" THEN
               MOVE MEMBER-TRY-INITIALS TO PLAYER-INITIALS
               MOVE MEMBER-TRY-NUMBER TO PLAYER-KEY
               PERFORM CONFIRM-CAMPAIGN-NAME
           ELSE
               PERFORM OPEN-CAMPAIGN-SIGNIN
           END-IF.
       UPDATE_LEVEL_SELECT.
           CALL "DrawText" USING
                BY REFERENCE GAME
           MOVE 0 TO LEVELS-CLEARED.
           MOVE 0 TO STATS-WRITTEN-FLAG.
           MOVE 0 TO SESSION-ELAPSED-TIME.
           MOVE 0 TO TA-TOTAL-TIME.
           MOVE 0 TO TA-LEVELS-DONE.
           MOVE 0 TO SPLIT-BANNER-TIME.
      *> the run's assist setting is fixed at sign-in; everything
      *> the run posts carries it.
           IF GAME-ASSIST-MODE > 0 THEN
               MOVE "A" TO POSTING-ASSIST-FLAG
           ELSE
               MOVE SPACE TO POSTING-ASSIST-FLAG
           END-IF.

           PERFORM LOAD-CURRENT-LEVEL.

           PERFORM TAKE-MATCH-NUMBER.
           MOVE 0 TO MATCH-NUMBER-HELD-FLAG.
           MOVE "MATCHSTART" TO AUDIT-EVENT-CODE.
           IF TIME-ATTACK-FLAG = 1 THEN
               MOVE "Breakout time-attack run started"
                   TO AUDIT-EVENT-TEXT
           ELSE
               MOVE "Breakout campaign run started"
                   TO AUDIT-EVENT-TEXT
           END-IF.
           PERFORM LOG-AUDIT-EVENT.

           MOVE 1 TO RESTART-KEY-PREV-STATE.
               MOVE LEVEL-BALL-SPEED TO EDIT-SPEED
               PERFORM VARYING BRICK-INDEX FROM 1 BY 1
                   UNTIL BRICK-INDEX > 40
                   MOVE BRICK-CODE (BRICK-INDEX)
                       TO EDIT-MAP (BRICK-INDEX:1)
               END-PERFORM
           ELSE
               MOVE ALL "0" TO EDIT-MAP
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

      *> the wall as map characters, one row of eight per line, with the
      *> cursor's row and column called out beside it.
           PERFORM VARYING EDIT-ROW-IDX FROM 1 BY 1
               UNTIL EDIT-ROW-IDX > 5
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           CALL "DrawText" USING
                BY REFERENCE GAME
                BY REFERENCE "X WALL  S SLIDE  E BLAST  P PRIZE"
                BY REFERENCE LENGTH OF
                    "X WALL  S SLIDE  E BLAST  P PRIZE"
                BY REFERENCE 320
                BY REFERENCE 436
                BY REFERENCE 14
                BY REFERENCE DEFAULT-FONT-PATH
           END-CALL.

           PERFORM CHECK-EDITOR-KEYS.
       CHECK-EDITOR-KEYS.
           CALL "check_key_state" USING
           MOVE EDIT-UP-KEY-STATE TO EDIT-UP-PREV-STATE.
           MOVE EDIT-DOWN-KEY-STATE TO EDIT-DOWN-PREV-STATE.

      *> start cycles the cell through the 0-3 strengths and then
      *> the special bricks BRICKFLD understands -- X, S, E, P --
      *> and back round to empty.
           CALL "check_key_state" USING
               BY VALUE KB-RESTART-SCANCODE
               RETURNING RESTART-KEY-STATE
           IF RESTART-KEY-STATE > 0
           AND RESTART-KEY-PREV-STATE = 0 THEN
               MOVE EDIT-MAP (EDIT-CURSOR:1) TO EDIT-CELL-CHAR
               EVALUATE TRUE
                   WHEN EDIT-CELL-CHAR NUMERIC
                   AND EDIT-CELL-DIGIT < 3
                       ADD 1 TO EDIT-CELL-DIGIT
                   WHEN EDIT-CELL-CHAR = "3"
                       MOVE "X" TO EDIT-CELL-CHAR
                   WHEN EDIT-CELL-CHAR = "X"
                       MOVE "S" TO EDIT-CELL-CHAR
                   WHEN EDIT-CELL-CHAR = "S"
                       MOVE "E" TO EDIT-CELL-CHAR
                   WHEN EDIT-CELL-CHAR = "E"
                       MOVE "P" TO EDIT-CELL-CHAR
                   WHEN OTHER
                       MOVE 0 TO EDIT-CELL-DIGIT
               END-EVALUATE
               MOVE EDIT-CELL-CHAR TO EDIT-MAP (EDIT-CURSOR:1)
           END-IF.


           MOVE EDIT-TEST-KEY-STATE TO EDIT-TEST-PREV-STATE.
       START-EDIT-TEST-PLAY.
      *> the same wall build the loader does, fed from the
      *> editor's map instead of a file row.
           CALL "BuildBrickWall" USING
               BY REFERENCE EDIT-MAP
               BY REFERENCE BRICK-FIELD
               BY REFERENCE BRICKS-REMAINING
           END-CALL.

           IF BRICKS-REMAINING = 0 THEN
      *> an empty wall (or one of nothing but indestructible
      *> bricks) would clear itself on the first frame; stay in the
      *> editor instead.
               EXIT PARAGRAPH
           END-IF.

