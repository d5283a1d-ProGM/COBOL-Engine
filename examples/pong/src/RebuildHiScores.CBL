      *          doesn't (the power-cut-mid-REWRITE problem), rebuilds
      *          it from the sequential posting journal and prints a
      *          before/after reconciliation so the operator can see
      *          nothing was lost. Postings are rebuilt onto their
      *          own game's board; anything from before the game
      *          column existed goes on the PONG board. Postings from
      *          a match on ./data/voided_matches.dat stay off the
      *          rebuilt board, as VoidMatch took them off the live one.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
      *> third view, the shape before the game column joined the
      *> key (one board for both games) -- tried first when the
      *> current layout won't open, since it's the more recent.
           SELECT SHARED-HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHS-INITIALS
               FILE STATUS IS SHARED-HISCORE-FILE-STATUS.
      *> second view of the same file in the pre-cabinet-id record
      *> shape, for salvaging a leaderboard written before the
      *> record grew -- the new-layout open fails with a 39 on such
           SELECT SEASON-FILE ASSIGN TO "./data/season.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-FILE-STATUS.
           SELECT VOID-FILE ASSIGN TO "./data/voided_matches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  HISCORE-RECORD.
           COPY HISCREC.

       FD  SHARED-HISCORE-FILE.
       01  SHARED-HISCORE-RECORD.
           05 SHS-INITIALS   PIC X(3).
           05 SHS-SCORE      PIC 9(5).
           05 SHS-CABINET-ID PIC X(8).
           05 SHS-SEASON     PIC X(6).

       FD  OLD-HISCORE-FILE.
       01  OLD-HISCORE-RECORD.
           05 OHS-INITIALS PIC X(3).
       01  SEASON-RECORD.
           05 SEASON-ID PIC X(6).

       FD  VOID-FILE.
       01  VOID-RECORD.
           COPY VOIDREC.

       WORKING-STORAGE SECTION.
       01  HISCORE-FILE-STATUS PIC X(2).
       01  OLD-HISCORE-FILE-STATUS PIC X(2).
       01  SHARED-HISCORE-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  CONFIG-FILE-STATUS PIC X(2).
       01  SEASON-FILE-STATUS PIC X(2).
       01  VOID-FILE-STATUS PIC X(2).

      *> stamp applied when a salvaged or journaled posting predates
      *> the cabinet-id column; this cabinet's own id from game.cfg,
       01  AFTER-RECORD-COUNT PIC 9(3) VALUE 0.
       01  JOURNAL-LINE-COUNT PIC 9(7) VALUE 0.
       01  JOURNAL-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01  JOURNAL-VOIDED-COUNT PIC 9(7) VALUE 0.

      *> matches a manager has voided; their journal lines are kept
      *> for the record but never replayed onto the board.
       01  VOIDED-TABLE.
           05 VOIDED-NUMBER OCCURS 500 TIMES PIC 9(8).
       01  VOIDED-COUNT PIC 9(3) VALUE 0.
       01  VOIDED-IDX PIC 9(3) VALUE 0.
       01  VOIDED-HIT-FLAG PIC 9(1) VALUE 0.

      *> best score seen per initials -- seeded with whatever records
      *> were still readable from the damaged file, then topped up by
      *> replaying the journal with the same "keep the higher score"
      *> rule WriteHiScore applies live. Bounded like
      *> PrintHiScoreReport's leaderboard table, a hundred names a
      *> game.
       01  REBUILD-TABLE.
           05 REBUILD-ENTRY OCCURS 200 TIMES.
               10 RB-INITIALS   PIC X(3).
               10 RB-GAME-KIND  PIC X(1).
               10 RB-SCORE      PIC 9(5).
               10 RB-CABINET-ID PIC X(8).
               10 RB-SEASON     PIC X(6).
       01  REBUILD-IDX PIC 9(3) VALUE 0.
       01  REBUILD-FOUND PIC 9(3) VALUE 0.
       01  POSTING-INITIALS PIC X(3) VALUE SPACES.
       01  POSTING-GAME-KIND PIC X(1) VALUE "P".
       01  POSTING-SCORE PIC 9(5) VALUE 0.
       01  POSTING-CABINET PIC X(8) VALUE SPACES.
       01  POSTING-SEASON PIC X(6) VALUE "OPEN".
           PERFORM VERIFY-HISCORE-FILE.

      *> a file the current layout can't even open may still be a
      *> healthy leaderboard in the shared-board or pre-cabinet-id
      *> shape; salvage it through the older views before giving
      *> up on it.
           IF VERIFY-OK-FLAG = 0 AND BEFORE-RECORD-COUNT = 0 THEN
               PERFORM SALVAGE-SHARED-FORMAT
           END-IF.

           IF VERIFY-OK-FLAG = 0 AND BEFORE-RECORD-COUNT = 0 THEN
               PERFORM SALVAGE-OLD-FORMAT
           END-IF.
           DISPLAY "hiscore.dat is damaged or missing (status "
               VERIFY-FAIL-STATUS "); rebuilding.".

           PERFORM LOAD-VOIDED-MATCHES.
           PERFORM LOAD-JOURNAL-POSTINGS.

           IF REBUILD-COUNT = 0 THEN
           DISPLAY "readable before   " BEFORE-RECORD-COUNT.
           DISPLAY "journal postings  " JOURNAL-LINE-COUNT.
           DISPLAY "journal skipped   " JOURNAL-SKIPPED-COUNT.
           IF JOURNAL-VOIDED-COUNT > 0 THEN
               DISPLAY "voided matches    " JOURNAL-VOIDED-COUNT
           END-IF.
           DISPLAY "records rebuilt   " AFTER-RECORD-COUNT.

           STOP RUN.
                   NOT AT END
                       ADD 1 TO BEFORE-RECORD-COUNT
                       MOVE HS-INITIALS TO POSTING-INITIALS
                       MOVE HS-GAME-KIND TO POSTING-GAME-KIND
                       MOVE HS-SCORE TO POSTING-SCORE
                       MOVE HS-CABINET-ID TO POSTING-CABINET
                       MOVE HS-SEASON TO POSTING-SEASON

           CLOSE SEASON-FILE.

       SALVAGE-SHARED-FORMAT.
           OPEN INPUT SHARED-HISCORE-FILE.

           IF SHARED-HISCORE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Shared-board leaderboard found;"
               " salvaging onto the PONG board.".

           PERFORM UNTIL SHARED-HISCORE-FILE-STATUS NOT = "00"
               READ SHARED-HISCORE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO BEFORE-RECORD-COUNT
                       MOVE SHS-INITIALS TO POSTING-INITIALS
                       MOVE "P" TO POSTING-GAME-KIND
                       MOVE SHS-SCORE TO POSTING-SCORE
                       MOVE SHS-CABINET-ID TO POSTING-CABINET
                       MOVE SHS-SEASON TO POSTING-SEASON
                       PERFORM APPLY-ONE-POSTING
               END-READ
           END-PERFORM.

           CLOSE SHARED-HISCORE-FILE.

       SALVAGE-OLD-FORMAT.
           OPEN INPUT OLD-HISCORE-FILE.

                   NOT AT END
                       ADD 1 TO BEFORE-RECORD-COUNT
                       MOVE OHS-INITIALS TO POSTING-INITIALS
                       MOVE "P" TO POSTING-GAME-KIND
                       MOVE OHS-SCORE TO POSTING-SCORE
                       MOVE DEFAULT-CABINET-ID TO POSTING-CABINET
                       MOVE CURRENT-SEASON-ID TO POSTING-SEASON

           CLOSE OLD-HISCORE-FILE.

       LOAD-VOIDED-MATCHES.
           MOVE 0 TO VOIDED-COUNT.

           OPEN INPUT VOID-FILE.

           IF VOID-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL VOID-FILE-STATUS NOT = "00"
               READ VOID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VD-MATCH-NUMBER NUMERIC
                       AND VOIDED-COUNT < 500 THEN
                           ADD 1 TO VOIDED-COUNT
                           MOVE VD-MATCH-NUMBER
                               TO VOIDED-NUMBER (VOIDED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VOID-FILE.

       LOAD-JOURNAL-POSTINGS.
           MOVE 0 TO JOURNAL-LINE-COUNT.
           MOVE 0 TO JOURNAL-SKIPPED-COUNT.
           MOVE 0 TO JOURNAL-VOIDED-COUNT.

           OPEN INPUT JOURNAL-FILE.

               IF JR1-SCORE NUMERIC THEN
                   ADD 1 TO JOURNAL-LINE-COUNT
                   MOVE JR1-INITIALS TO POSTING-INITIALS
                   MOVE "P" TO POSTING-GAME-KIND
                   MOVE JR1-SCORE TO POSTING-SCORE
                   IF JR1-CABINET-ID = SPACES THEN
                       MOVE DEFAULT-CABINET-ID TO POSTING-CABINET
               EXIT PARAGRAPH
           END-IF.

           IF JR-MATCH-NUMBER NUMERIC THEN
               MOVE 0 TO VOIDED-HIT-FLAG
               PERFORM VARYING VOIDED-IDX FROM 1 BY 1
                   UNTIL VOIDED-IDX > VOIDED-COUNT
                   OR VOIDED-HIT-FLAG = 1
                   IF VOIDED-NUMBER (VOIDED-IDX) = JR-MATCH-NUMBER
                       MOVE 1 TO VOIDED-HIT-FLAG
                   END-IF
               END-PERFORM
               IF VOIDED-HIT-FLAG = 1 THEN
                   ADD 1 TO JOURNAL-VOIDED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO JOURNAL-LINE-COUNT.
           MOVE JR-INITIALS TO POSTING-INITIALS.
           MOVE JR-SCORE TO POSTING-SCORE.
      *> pre-game-column lines were all PONG postings.
           IF JR-GAME-KIND = "B" THEN
               MOVE "B" TO POSTING-GAME-KIND
           ELSE
               MOVE "P" TO POSTING-GAME-KIND
           END-IF.
      *> journal lines from before the cabinet column existed read
      *> back as spaces; stamp them with this cabinet's id the same
      *> way WriteHiScore would have live.
           PERFORM VARYING REBUILD-IDX FROM 1 BY 1
               UNTIL REBUILD-IDX > REBUILD-COUNT
               OR REBUILD-FOUND NOT = 0
               IF RB-INITIALS (REBUILD-IDX) = POSTING-INITIALS
               AND RB-GAME-KIND (REBUILD-IDX) = POSTING-GAME-KIND THEN
                   MOVE REBUILD-IDX TO REBUILD-FOUND
               END-IF
           END-PERFORM.

           IF REBUILD-FOUND = 0 THEN
               IF REBUILD-COUNT < 200 THEN
                   ADD 1 TO REBUILD-COUNT
                   MOVE POSTING-INITIALS TO RB-INITIALS (REBUILD-COUNT)
                   MOVE POSTING-GAME-KIND
                       TO RB-GAME-KIND (REBUILD-COUNT)
                   MOVE POSTING-SCORE TO RB-SCORE (REBUILD-COUNT)
                   MOVE POSTING-CABINET
                       TO RB-CABINET-ID (REBUILD-COUNT)
           PERFORM VARYING REBUILD-IDX FROM 1 BY 1
               UNTIL REBUILD-IDX > REBUILD-COUNT
               MOVE RB-INITIALS (REBUILD-IDX) TO HS-INITIALS
               MOVE RB-GAME-KIND (REBUILD-IDX) TO HS-GAME-KIND
               MOVE RB-SCORE (REBUILD-IDX) TO HS-SCORE
               MOVE RB-CABINET-ID (REBUILD-IDX) TO HS-CABINET-ID
               MOVE RB-SEASON (REBUILD-IDX) TO HS-SEASON
               WRITE HISCORE-RECORD
                   INVALID KEY
                       DISPLAY "duplicate key " HS-INITIALS
                           HS-GAME-KIND " skipped"
                   NOT INVALID KEY
                       ADD 1 TO AFTER-RECORD-COUNT
               END-WRITE
