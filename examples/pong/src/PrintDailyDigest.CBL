      *          the longest rally, the tightest finish (the match
      *          won by the narrowest margin -- the one the floor
      *          argued about), and player of the day (most postings,
      *          best score breaking ties). Top scores and player of
      *          the day are kept per game, PONG and Breakout. The
      *          day reported is the most recent date found in the
      *          data, so a run at 23:55 covers today and one after
      *          midnight covers the evening just ended. Output goes
      *          to both
      *          ./data/daily_digest.txt (80 columns, printable) and
      *          ./data/daily_digest.html for the counter tablet --
      *          retiring the whiteboard. The tablet page faces the
      *          room, so a player who asked the counter not to be
      *          shown publicly appears on it as "***"; the printed
      *          sheet stays behind the counter and keeps the names.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 ST-PLAYER-SCORE PIC 9(3).
           05 FILLER         PIC X(1).
           05 ST-ENEMY-SCORE PIC 9(3).
           05 FILLER         PIC X(45).
           05 ST-MATCH-NUMBER PIC 9(8).

       FD  COIN-FILE.
       01  COIN-EVENT-RECORD.
       01  SCAN-PASS PIC 9(1) VALUE 1.
       01  DIGEST-DATE PIC 9(8) VALUE 0.

      *> one top-five board per game: 1 is PONG, 2 is Breakout.
       01  TOP-TABLE.
           05 TOP-BOARD OCCURS 2 TIMES.
               10 TOP-ENTRY OCCURS 5 TIMES.
                   15 TOP-INITIALS PIC X(3).
                   15 TOP-SCORE PIC 9(5).
       01  BOARD-IDX PIC 9(1) VALUE 1.
       01  BOARD-NAMES.
           05 FILLER PIC X(8) VALUE "PONG".
           05 FILLER PIC X(8) VALUE "BREAKOUT".
       01  BOARD-NAME-TABLE REDEFINES BOARD-NAMES.
           05 BOARD-NAME PIC X(8) OCCURS 2 TIMES.
       01  TOP-IDX PIC 9(1) VALUE 0.
       01  TOP-SLIDE PIC 9(1) VALUE 0.
       01  TOP-PLACE PIC 9(1) VALUE 0.
       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 20 TIMES.
               10 PL-INITIALS PIC X(3).
               10 PL-BOARD PIC 9(1).
               10 PL-POSTINGS PIC 9(3).
               10 PL-BEST PIC 9(5).
       01  PLAYER-COUNT PIC 9(2) VALUE 0.

       01  LONGEST-RALLY-SECS PIC 9(4) VALUE 0.
       01  LONGEST-RALLY-HITS PIC 9(4) VALUE 0.
       01  LONGEST-RALLY-MATCH PIC 9(8) VALUE 0.
       01  LONGEST-RALLY-NAME PIC X(3) VALUE SPACES.

       01  TIGHT-MARGIN PIC 9(3) VALUE 999.
       01  TIGHT-SCORE-P PIC 9(3) VALUE 0.
       01  TIGHT-SCORE-E PIC 9(3) VALUE 0.
       01  TIGHT-MATCH PIC 9(8) VALUE 0.
       01  TIGHT-NAME PIC X(3) VALUE SPACES.
       01  THIS-MARGIN PIC S9(3) VALUE 0.

       01  OUT-LINE PIC X(80) VALUE SPACES.

      *> the page's names go through MaskPublicName; the journals
      *> carry initials only, so no player key goes with them.
       01  MASK-ACTION PIC X(1) VALUE "Q".
       01  NO-PLAYER-KEY PIC X(8) VALUE SPACES.
       01  NAME-TO-SHOW PIC X(3) VALUE SPACES.
       01  SHOWN-NAME PIC X(3) VALUE SPACES.

      *> whether CloseDay has cross-footed the reported date yet --
      *> a digest for a still-open day is a snapshot, not a closing
      *> statement, and should say so.
               STOP RUN
           END-IF.

           PERFORM VARYING BOARD-IDX FROM 1 BY 1 UNTIL BOARD-IDX > 2
               PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 5
                   MOVE SPACES TO TOP-INITIALS (BOARD-IDX, TOP-IDX)
                   MOVE 0 TO TOP-SCORE (BOARD-IDX, TOP-IDX)
               END-PERFORM
           END-PERFORM.

           MOVE 2 TO SCAN-PASS.

           PERFORM CHECK-DAY-CLOSED.
           PERFORM TALLY-LOYALTY-CREDITS.
           PERFORM FIND-HIGHLIGHT-PLAYERS.

           CALL "ReadCrown" USING
               BY REFERENCE CROWN-HOLDER
               EXIT PARAGRAPH
           END-IF.

      *> journal lines from before the game column are PONG's.
           IF JR-GAME-KIND = "B" THEN
               MOVE 2 TO BOARD-IDX
           ELSE
               MOVE 1 TO BOARD-IDX
           END-IF.

           PERFORM PLACE-IN-TOP-TABLE.
           PERFORM TALLY-PLAYER-OF-DAY.

           IF RD-DURATION > LONGEST-RALLY-SECS THEN
               MOVE RD-DURATION TO LONGEST-RALLY-SECS
               MOVE RD-HIT-COUNT TO LONGEST-RALLY-HITS
               IF RD-MATCH-NUMBER IS NUMERIC THEN
                   MOVE RD-MATCH-NUMBER TO LONGEST-RALLY-MATCH
               ELSE
                   MOVE 0 TO LONGEST-RALLY-MATCH
               END-IF
           END-IF.

       HANDLE-STATS-LINE.
               MOVE THIS-MARGIN TO TIGHT-MARGIN
               MOVE ST-PLAYER-SCORE TO TIGHT-SCORE-P
               MOVE ST-ENEMY-SCORE TO TIGHT-SCORE-E
               IF ST-MATCH-NUMBER IS NUMERIC THEN
                   MOVE ST-MATCH-NUMBER TO TIGHT-MATCH
               ELSE
                   MOVE 0 TO TIGHT-MATCH
               END-IF
           END-IF.

      *> whose match the day's highlights came from: the journal
      *> posting carrying the same match number names the player.
      *> Lines written before matches were numbered match nothing
      *> and the highlight prints without a name, as it always did.
       FIND-HIGHLIGHT-PLAYERS.
           IF LONGEST-RALLY-MATCH = 0 AND TIGHT-MATCH = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF JR-MATCH-NUMBER IS NUMERIC
                       AND JR-MATCH-NUMBER > 0 THEN
                           IF JR-MATCH-NUMBER = LONGEST-RALLY-MATCH
                               MOVE JR-INITIALS TO LONGEST-RALLY-NAME
                           END-IF
                           IF JR-MATCH-NUMBER = TIGHT-MATCH
                               MOVE JR-INITIALS TO TIGHT-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       PLACE-IN-TOP-TABLE.
           MOVE 0 TO TOP-PLACE.
           PERFORM VARYING TOP-IDX FROM 1 BY 1
               UNTIL TOP-IDX > 5 OR TOP-PLACE NOT = 0
               IF JR-SCORE > TOP-SCORE (BOARD-IDX, TOP-IDX) THEN
                   MOVE TOP-IDX TO TOP-PLACE
               END-IF
           END-PERFORM.

           PERFORM VARYING TOP-SLIDE FROM 5 BY -1
               UNTIL TOP-SLIDE <= TOP-PLACE
               MOVE TOP-ENTRY (BOARD-IDX, TOP-SLIDE - 1)
                   TO TOP-ENTRY (BOARD-IDX, TOP-SLIDE)
           END-PERFORM.

           MOVE JR-INITIALS TO TOP-INITIALS (BOARD-IDX, TOP-PLACE).
           MOVE JR-SCORE TO TOP-SCORE (BOARD-IDX, TOP-PLACE).

       TALLY-PLAYER-OF-DAY.
           MOVE 0 TO PLAYER-FOUND.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
               UNTIL PLAYER-IDX > PLAYER-COUNT
               OR PLAYER-FOUND NOT = 0
               IF PL-INITIALS (PLAYER-IDX) = JR-INITIALS
               AND PL-BOARD (PLAYER-IDX) = BOARD-IDX THEN
                   MOVE PLAYER-IDX TO PLAYER-FOUND
               END-IF
           END-PERFORM.
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO PLAYER-FOUND
               MOVE JR-INITIALS TO PL-INITIALS (PLAYER-FOUND)
               MOVE BOARD-IDX TO PL-BOARD (PLAYER-FOUND)
               MOVE 0 TO PL-POSTINGS (PLAYER-FOUND)
               MOVE 0 TO PL-BEST (PLAYER-FOUND)
           END-IF.
           END-IF.

       PICK-PLAYER-OF-DAY.
      *> for the game on BOARD-IDX only.
           MOVE 0 TO POTD-IDX.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
               UNTIL PLAYER-IDX > PLAYER-COUNT
               IF PL-BOARD (PLAYER-IDX) = BOARD-IDX
                   IF POTD-IDX = 0
                       MOVE PLAYER-IDX TO POTD-IDX
                   ELSE
                       IF PL-POSTINGS (PLAYER-IDX) >
                          PL-POSTINGS (POTD-IDX)
                       OR (PL-POSTINGS (PLAYER-IDX) =
                           PL-POSTINGS (POTD-IDX)
                           AND PL-BEST (PLAYER-IDX) >
                               PL-BEST (POTD-IDX))
                           MOVE PLAYER-IDX TO POTD-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           END-IF.
           PERFORM WRITE-ONE-TEXT-LINE.

           PERFORM VARYING BOARD-IDX FROM 1 BY 1 UNTIL BOARD-IDX > 2
               PERFORM WRITE-TEXT-TOP-SCORES
           END-PERFORM.

           IF LONGEST-RALLY-SECS > 0 THEN
               MOVE SPACES TO OUT-LINE
               IF LONGEST-RALLY-MATCH > 0 THEN
                   STRING "LONGEST RALLY  " LONGEST-RALLY-SECS
                       "s over " LONGEST-RALLY-HITS " returns"
                       "  (match " LONGEST-RALLY-MATCH " "
                       LONGEST-RALLY-NAME ")"
                       DELIMITED BY SIZE INTO OUT-LINE
                   END-STRING
               ELSE
                   STRING "LONGEST RALLY  " LONGEST-RALLY-SECS
                       "s over " LONGEST-RALLY-HITS " returns"
                       DELIMITED BY SIZE INTO OUT-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-ONE-TEXT-LINE
           END-IF.

           IF TIGHT-MARGIN < 999 THEN
               MOVE SPACES TO OUT-LINE
               IF TIGHT-MATCH > 0 THEN
                   STRING "TIGHTEST FINISH  " TIGHT-SCORE-P
                       "-" TIGHT-SCORE-E "  (match " TIGHT-MATCH " "
                       TIGHT-NAME ")"
                       DELIMITED BY SIZE INTO OUT-LINE
                   END-STRING
               ELSE
                   STRING "TIGHTEST FINISH  " TIGHT-SCORE-P
                       "-" TIGHT-SCORE-E
                       DELIMITED BY SIZE INTO OUT-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-ONE-TEXT-LINE
           END-IF.

               PERFORM WRITE-ONE-TEXT-LINE
           END-IF.

           PERFORM VARYING BOARD-IDX FROM 1 BY 1 UNTIL BOARD-IDX > 2
               PERFORM PICK-PLAYER-OF-DAY
               IF POTD-IDX > 0
                   MOVE SPACES TO OUT-LINE
                   STRING BOARD-NAME (BOARD-IDX) DELIMITED BY SPACE
                       " PLAYER OF THE DAY  "
                       PL-INITIALS (POTD-IDX) " ("
                       PL-POSTINGS (POTD-IDX) " postings, best "
                       PL-BEST (POTD-IDX) ")"
                       DELIMITED BY SIZE INTO OUT-LINE
                   END-STRING
                   PERFORM WRITE-ONE-TEXT-LINE
               END-IF
           END-PERFORM.

           CLOSE DIGEST-TEXT-FILE.

       WRITE-TEXT-TOP-SCORES.
           MOVE SPACES TO OUT-LINE.
           STRING BOARD-NAME (BOARD-IDX) DELIMITED BY SPACE
               " TOP SCORES" DELIMITED BY SIZE INTO OUT-LINE
           END-STRING.
           PERFORM WRITE-ONE-TEXT-LINE.

           PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 5
               IF TOP-INITIALS (BOARD-IDX, TOP-IDX) NOT = SPACES
                   MOVE SPACES TO OUT-LINE
                   STRING "  " TOP-IDX ". "
                       TOP-INITIALS (BOARD-IDX, TOP-IDX) "  "
                       TOP-SCORE (BOARD-IDX, TOP-IDX)
                       DELIMITED BY SIZE INTO OUT-LINE
                   END-STRING
                   PERFORM WRITE-ONE-TEXT-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-TEXT-LINE.
           MOVE OUT-LINE TO DIGEST-TEXT-LINE.
           WRITE DIGEST-TEXT-LINE.
           END-IF.
           WRITE DIGEST-HTML-LINE.

           PERFORM VARYING BOARD-IDX FROM 1 BY 1 UNTIL BOARD-IDX > 2
               PERFORM WRITE-HTML-TOP-SCORES
           END-PERFORM.

           IF LONGEST-RALLY-SECS > 0 THEN
               MOVE SPACES TO DIGEST-HTML-LINE
               MOVE LONGEST-RALLY-NAME TO NAME-TO-SHOW
               PERFORM MASK-PUBLIC-NAME
               IF LONGEST-RALLY-MATCH > 0 THEN
                   STRING "<p>Longest rally: " LONGEST-RALLY-SECS
                       "s over " LONGEST-RALLY-HITS " returns (match "
                       LONGEST-RALLY-MATCH " " SHOWN-NAME
                       ")</p>"
                       DELIMITED BY SIZE INTO DIGEST-HTML-LINE
                   END-STRING
               ELSE
                   STRING "<p>Longest rally: " LONGEST-RALLY-SECS
                       "s over " LONGEST-RALLY-HITS " returns</p>"
                       DELIMITED BY SIZE INTO DIGEST-HTML-LINE
                   END-STRING
               END-IF
               WRITE DIGEST-HTML-LINE
           END-IF.

           IF TIGHT-MARGIN < 999 THEN
               MOVE SPACES TO DIGEST-HTML-LINE
               MOVE TIGHT-NAME TO NAME-TO-SHOW
               PERFORM MASK-PUBLIC-NAME
               IF TIGHT-MATCH > 0 THEN
                   STRING "<p>Tightest finish: " TIGHT-SCORE-P
                       "-" TIGHT-SCORE-E " (match " TIGHT-MATCH " "
                       SHOWN-NAME ")</p>"
                       DELIMITED BY SIZE INTO DIGEST-HTML-LINE
                   END-STRING
               ELSE
                   STRING "<p>Tightest finish: " TIGHT-SCORE-P
                       "-" TIGHT-SCORE-E "</p>"
                       DELIMITED BY SIZE INTO DIGEST-HTML-LINE
                   END-STRING
               END-IF
               WRITE DIGEST-HTML-LINE
           END-IF.

           PERFORM VARYING BOARD-IDX FROM 1 BY 1 UNTIL BOARD-IDX > 2
               PERFORM PICK-PLAYER-OF-DAY
               IF POTD-IDX > 0
                   MOVE PL-INITIALS (POTD-IDX) TO NAME-TO-SHOW
                   PERFORM MASK-PUBLIC-NAME
                   MOVE SPACES TO DIGEST-HTML-LINE
                   STRING "<p>" BOARD-NAME (BOARD-IDX)
                       DELIMITED BY SPACE
                       " player of the day: "
                       SHOWN-NAME " ("
                       PL-POSTINGS (POTD-IDX) " postings, best "
                       PL-BEST (POTD-IDX) ")</p>"
                       DELIMITED BY SIZE INTO DIGEST-HTML-LINE
                   END-STRING
                   WRITE DIGEST-HTML-LINE
               END-IF
           END-PERFORM.

           MOVE "</body></html>" TO DIGEST-HTML-LINE.
           WRITE DIGEST-HTML-LINE.

           CLOSE DIGEST-HTML-FILE.

       WRITE-HTML-TOP-SCORES.
           MOVE SPACES TO DIGEST-HTML-LINE.
           STRING "<h2>" BOARD-NAME (BOARD-IDX) DELIMITED BY SPACE
               " Top Scores</h2><ol>" DELIMITED BY SIZE
               INTO DIGEST-HTML-LINE
           END-STRING.
           WRITE DIGEST-HTML-LINE.

           PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 5
               IF TOP-INITIALS (BOARD-IDX, TOP-IDX) NOT = SPACES
                   MOVE TOP-INITIALS (BOARD-IDX, TOP-IDX)
                       TO NAME-TO-SHOW
                   PERFORM MASK-PUBLIC-NAME
                   MOVE SPACES TO DIGEST-HTML-LINE
                   STRING "<li>" SHOWN-NAME
                       " &mdash; " TOP-SCORE (BOARD-IDX, TOP-IDX)
                       "</li>"
                       DELIMITED BY SIZE INTO DIGEST-HTML-LINE
                   END-STRING
                   WRITE DIGEST-HTML-LINE
               END-IF
           END-PERFORM.

           MOVE "</ol>" TO DIGEST-HTML-LINE.
           WRITE DIGEST-HTML-LINE.

       MASK-PUBLIC-NAME.
           CALL "MaskPublicName" USING
               BY REFERENCE MASK-ACTION
               BY REFERENCE NO-PLAYER-KEY
               BY REFERENCE NAME-TO-SHOW
               BY REFERENCE SHOWN-NAME
           END-CALL.
