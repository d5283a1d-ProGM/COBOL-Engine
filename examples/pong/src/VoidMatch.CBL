      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Voids one match -- played on a faulty stick or
      *          through an exploit -- and reverses everything it
      *          posted, so nobody has to hand-edit the data files.
      *          Run by a manager with their operator id and PIN,
      *          the cabinet's match number and a reason code
      *          (FAULT, EXPLOIT, TESTPLAY, OTHER):
      *              VoidMatch 0012 4711 00000042 FAULT
      *          lists what would be reversed and touches nothing;
      *          "RUN" on the end performs the void:
      *            hiscore.dat            posting withdrawn, the
      *                                   player's next-best score
      *                                   (or no row) put back
      *            ratings.dat            the points that changed
      *                                   hands handed back, games
      *                                   and wins taken off
      *            crown.dat              restored from the posting
      *                                   trail, unless a later
      *                                   match has moved it since
      *            ladder.dat             a won challenge swapped
      *                                   back, if both names still
      *                                   stand where it put them
      *            awards.dat             awards the match earned
      *                                   taken off the player
      *            tickets.dat            its still-owed tickets
      *                                   marked V (voided)
      *            challenge_done.dat     its daily challenge
      *                                   completion unmarked
      *          The match goes on ./data/voided_matches.dat, the
      *          journals keep its lines, and the audit trail gets a
      *          MATCHVOID line plus a VOIDREV line per reversal, so
      *          the match stays on record as voided rather than
      *          disappearing. Anything that cannot be put back
      *          automatically (a prize already handed over, a crown
      *          that has changed hands since) is listed under BY
      *          HAND on the reversal report for the counter.
      *          With no operator list on the cabinet the PIN is not
      *          checked, the same as the service key.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VoidMatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-FILE ASSIGN TO "./data/voided_matches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOID-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./data/session_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/hiscore_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT HISCORE-FILE ASSIGN TO "./data/hiscore.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-BOARD-KEY
               FILE STATUS IS HISCORE-FILE-STATUS.
           SELECT RATING-JOURNAL-FILE
               ASSIGN TO "./data/rating_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATING-JOURNAL-STATUS.
           SELECT RATING-FILE ASSIGN TO "./data/ratings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAYER-KEY
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT POSTING-FILE ASSIGN TO "./data/match_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-FILE-STATUS.
           SELECT CROWN-FILE ASSIGN TO "./data/crown.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CROWN-FILE-STATUS.
           SELECT AWARD-FILE ASSIGN TO "./data/awards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-PLAYER-KEY
               FILE STATUS IS AWARD-FILE-STATUS.
           SELECT TICKET-FILE ASSIGN TO "./data/tickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-FILE-STATUS.
           SELECT DONE-FILE ASSIGN TO "./data/challenge_done.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DONE-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-FILE.
       01  VOID-RECORD.
           COPY VOIDREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY HISCJRNL.

       FD  HISCORE-FILE.
       01  HISCORE-RECORD.
           COPY HISCREC.

       FD  RATING-JOURNAL-FILE.
       01  RATING-JOURNAL-RECORD.
           COPY RATEJRNL.

       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-KEY PIC X(8).
           05 RT-RATING   PIC 9(4).
           05 RT-GAMES    PIC 9(5).
           05 RT-WINS     PIC 9(5).

       FD  POSTING-FILE.
       01  POSTING-RECORD.
           COPY MATCHPST.

       FD  CROWN-FILE.
       01  CROWN-RECORD.
           COPY CROWNREC.

       FD  AWARD-FILE.
       01  AWARD-RECORD.
           COPY AWARDREC.

       FD  TICKET-FILE.
       01  TICKET-RECORD.
           COPY TICKETREC.

       FD  DONE-FILE.
       01  DONE-RECORD.
           05 DN-DATE     PIC 9(8).
           05 DN-SEP-1    PIC X(1).
           05 DN-INITIALS PIC X(3).
           05 DN-SEP-2    PIC X(1).
           05 DN-ID       PIC 9(2).
           05 DN-SEP-3    PIC X(1).
           05 DN-MATCH-NUMBER PIC 9(8).

       FD  STAGE-FILE.
       01  STAGE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  VOID-FILE-STATUS PIC X(2).
       01  AUDIT-LOG-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  HISCORE-FILE-STATUS PIC X(2).
       01  RATING-JOURNAL-STATUS PIC X(2).
       01  RATING-FILE-STATUS PIC X(2).
       01  POSTING-FILE-STATUS PIC X(2).
       01  CROWN-FILE-STATUS PIC X(2).
       01  AWARD-FILE-STATUS PIC X(2).
       01  TICKET-FILE-STATUS PIC X(2).
       01  DONE-FILE-STATUS PIC X(2).
      *> a reversed rating or award is a player-master change like
      *> any other, and goes home in the player-change journal.
       01  CHANGE-FILE-CODE PIC X(4) VALUE SPACES.
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-PLAYER-KEY PIC X(8) VALUE SPACES.
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.
       01  STAGE-FILE-STATUS PIC X(2).
       01  STAGE-PATH PIC X(40) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
      *> numbers off the command line, right-justified so the
      *> leading blanks can become zeros before the NUMERIC test.
       01  ID-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  ID-TOKEN-NUM REDEFINES ID-TOKEN PIC 9(4).
       01  PIN-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  PIN-TOKEN-NUM REDEFINES PIN-TOKEN PIC 9(4).
       01  MATCH-TOKEN PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
       01  MATCH-TOKEN-NUM REDEFINES MATCH-TOKEN PIC 9(8).
       01  REASON-TOKEN PIC X(8) VALUE SPACES.
       01  MODE-TOKEN PIC X(10) VALUE SPACES.
       01  LIVE-RUN-FLAG PIC 9(1) VALUE 0.

       01  OPER-TRY-ID PIC 9(4) VALUE 0.
       01  OPER-TRY-PIN PIC 9(4) VALUE 0.
       01  OPER-ROLE PIC X(1) VALUE SPACE.
       01  OPER-OK-FLAG PIC 9(1) VALUE 0.
       01  OPER-FILE-FLAG PIC 9(1) VALUE 0.
       01  VOIDER-ID PIC X(4) VALUE SPACES.

       01  TARGET-MATCH PIC 9(8) VALUE 0.
       01  MATCH-SEEN-FLAG PIC 9(1) VALUE 0.

      *> every match already voided, so the next-best hi-score is
      *> never found on a line a void has already struck out.
       01  VOIDED-TABLE.
           05 VOIDED-NUMBER OCCURS 500 TIMES PIC 9(8).
       01  VOIDED-COUNT PIC 9(3) VALUE 0.
       01  VOIDED-IDX PIC 9(3) VALUE 0.
       01  VOIDED-HIT-FLAG PIC 9(1) VALUE 0.
       01  VOIDED-OVERFLOW PIC 9(5) VALUE 0.
       01  CHECK-NUMBER PIC 9(8) VALUE 0.

      *> the match's own hi-score postings -- one for a solo match,
      *> a few at most.
       01  POSTED-TABLE.
           05 POSTED-ENTRY OCCURS 10 TIMES.
               10 PS-INITIALS  PIC X(3).
               10 PS-GAME-KIND PIC X(1).
               10 PS-SCORE     PIC 9(5).
       01  POSTED-COUNT PIC 9(2) VALUE 0.
       01  POSTED-IDX PIC 9(2) VALUE 0.
       01  BEST-FOUND-FLAG PIC 9(1) VALUE 0.
       01  BEST-SCORE PIC 9(5) VALUE 0.
       01  BEST-CABINET PIC X(8) VALUE SPACES.
       01  LINE-GAME-KIND PIC X(1) VALUE "P".

       01  RATING-GIVE-BACK PIC 9(2) VALUE 0.
       01  RATING-WORK PIC 9(5) VALUE 0.

       01  CROWN-IMAGE-FLAG PIC 9(1) VALUE 0.
       01  CROWN-MOVED-FLAG PIC 9(1) VALUE 0.
       01  IMAGE-HOLDER PIC X(3) VALUE SPACES.
       01  IMAGE-STREAK PIC 9(3) VALUE 0.
       01  IMAGE-BEST-HOLDER PIC X(3) VALUE SPACES.
       01  IMAGE-BEST-STREAK PIC 9(3) VALUE 0.

       01  LADDER-IMAGE-FLAG PIC 9(1) VALUE 0.
       01  IMAGE-CHALLENGER PIC X(3) VALUE SPACES.
       01  IMAGE-DEFENDER PIC X(3) VALUE SPACES.
       01  IMAGE-CHALLENGER-RUNG PIC 9(2) VALUE 0.
       01  IMAGE-DEFENDER-RUNG PIC 9(2) VALUE 0.
       01  LADDER-COUNT PIC 9(2) VALUE 0.
       01  LADDER-TABLE.
           COPY LADDERFLDS.
       01  LADDER-INACTIVE-DAYS PIC 9(3) VALUE 0.

       01  AWARD-IMAGE-TABLE.
           05 AWARD-IMAGE OCCURS 5 TIMES.
               10 AI-INITIALS PIC X(3).
               10 AI-PLAYER-KEY PIC X(8).
               10 AI-SHUTOUT  PIC 9(1).
               10 AI-MAXSPEED PIC 9(1).
               10 AI-HARDWIN  PIC 9(1).
               10 AI-DAYFIRST PIC 9(1).
       01  AWARD-IMAGE-COUNT PIC 9(1) VALUE 0.
       01  AWARD-IMAGE-IDX PIC 9(1) VALUE 0.

      *> a rating line names a member by number, a walk-up by the
      *> initials; these are the keys the rating file holds them by.
       01  RATED-WINNER-KEY PIC X(8) VALUE SPACES.
       01  RATED-LOSER-KEY PIC X(8) VALUE SPACES.

       01  LINE-CHANGED-COUNT PIC 9(5) VALUE 0.
       01  TICKET-PAID-COUNT PIC 9(5) VALUE 0.

       01  REVERSAL-COUNT PIC 9(3) VALUE 0.
       01  BY-HAND-COUNT PIC 9(3) VALUE 0.
       01  FINDING-TEXT PIC X(80) VALUE SPACES.

       01  CURRENT-DATE-YMD PIC 9(8) VALUE 0.
       01  CURRENT-TIME-HMS PIC 9(8) VALUE 0.
       01  CABINET-ID-STAND-IN PIC X(8) VALUE "VOID".
       01  AUDIT-EVENT-CODE PIC X(10) VALUE SPACES.
       01  AUDIT-EVENT-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       VOID-MATCH-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO ID-TOKEN PIN-TOKEN MATCH-TOKEN REASON-TOKEN
                   MODE-TOKEN
           END-UNSTRING.

           INSPECT ID-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT PIN-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT MATCH-TOKEN REPLACING LEADING SPACE BY "0".

           IF ID-TOKEN-NUM NOT NUMERIC OR PIN-TOKEN-NUM NOT NUMERIC
           OR MATCH-TOKEN-NUM NOT NUMERIC OR MATCH-TOKEN-NUM = 0
           OR (REASON-TOKEN NOT = "FAULT"
               AND REASON-TOKEN NOT = "EXPLOIT"
               AND REASON-TOKEN NOT = "TESTPLAY"
               AND REASON-TOKEN NOT = "OTHER") THEN
               DISPLAY "Usage: VoidMatch <operator> <pin>"
                   " <match-number> <FAULT|EXPLOIT|TESTPLAY|OTHER>"
                   " [RUN]"
               STOP RUN
           END-IF.

           MOVE MATCH-TOKEN-NUM TO TARGET-MATCH.
           MOVE ID-TOKEN TO VOIDER-ID.

           IF MODE-TOKEN = "RUN" THEN
               MOVE 1 TO LIVE-RUN-FLAG
           END-IF.

           PERFORM CHECK-VOIDER.
           PERFORM LOAD-VOIDED-MATCHES.

           MOVE TARGET-MATCH TO CHECK-NUMBER.
           PERFORM CHECK-IF-VOIDED.
           IF VOIDED-HIT-FLAG = 1 THEN
               DISPLAY "Match " TARGET-MATCH " is already voided;"
                   " nothing to do."
               STOP RUN
           END-IF.

           PERFORM CHECK-MATCH-ON-FILE.
           IF MATCH-SEEN-FLAG = 0 THEN
               DISPLAY "No record on this cabinet carries match "
                   TARGET-MATCH "; nothing voided."
               STOP RUN
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           IF LIVE-RUN-FLAG = 1 THEN
               DISPLAY "=== MATCH VOID " TARGET-MATCH " ==="
      *> on the register before anything is reversed: a void cut
      *> short part-way can never be run a second time and hand
      *> the same rating points back twice.
               PERFORM REGISTER-VOID
           ELSE
               DISPLAY "=== MATCH VOID DRY RUN FOR " TARGET-MATCH
                   " (nothing will be touched) ==="
      *> counted as voided in memory only, so the dry run finds the
      *> same next-best scores the live run will.
               PERFORM STRIKE-TARGET-MATCH
           END-IF.

           PERFORM REVERSE-HISCORE-POSTINGS.
           PERFORM REVERSE-RATING-CHANGES.
           PERFORM RESTORE-CROWN.
           PERFORM RESTORE-LADDER.
           PERFORM REVOKE-AWARDS.
           PERFORM VOID-MATCH-TICKETS.
           PERFORM UNMARK-CHALLENGE.

           IF REVERSAL-COUNT = 0 AND BY-HAND-COUNT = 0 THEN
               DISPLAY "  (the match posted nothing that needs"
                   " reversing)"
           END-IF.

           IF LIVE-RUN-FLAG = 1 THEN
               DISPLAY "Match " TARGET-MATCH " voided by operator "
                   VOIDER-ID ", reason " REASON-TOKEN "; "
                   REVERSAL-COUNT " reversal(s), " BY-HAND-COUNT
                   " to settle by hand."
           ELSE
               DISPLAY "Dry run: nothing changed. Add RUN to void"
                   " the match."
           END-IF.

           IF VOIDED-OVERFLOW > 0 THEN
               DISPLAY "note: " VOIDED-OVERFLOW " voided matches"
                   " beyond the 500-entry table were not consulted."
           END-IF.

           STOP RUN.

       CHECK-VOIDER.
           MOVE ID-TOKEN-NUM TO OPER-TRY-ID.
           MOVE PIN-TOKEN-NUM TO OPER-TRY-PIN.
           CALL "CheckOperatorPin" USING
               BY REFERENCE OPER-TRY-ID
               BY REFERENCE OPER-TRY-PIN
               BY REFERENCE OPER-ROLE
               BY REFERENCE OPER-OK-FLAG
               BY REFERENCE OPER-FILE-FLAG
           END-CALL.

           IF OPER-FILE-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF OPER-OK-FLAG = 0 THEN
               MOVE "OPFAIL" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Failed match-void sign-on for id " ID-TOKEN
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               CALL "LogSessionEvent" USING
                   BY REFERENCE AUDIT-EVENT-CODE
                   BY REFERENCE AUDIT-EVENT-TEXT
                   BY REFERENCE CABINET-ID-STAND-IN
               END-CALL
               DISPLAY "Operator id or PIN not recognised; the"
                   " match was NOT voided."
               STOP RUN
           END-IF.

      *> taking back a score, a rating and a prize is a manager's
      *> call, not the floor's.
           IF OPER-ROLE NOT = "M" THEN
               DISPLAY "Only a manager may void a match; the"
                   " match was NOT voided."
               STOP RUN
           END-IF.

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
                       IF VD-MATCH-NUMBER NUMERIC THEN
                           IF VOIDED-COUNT < 500 THEN
                               ADD 1 TO VOIDED-COUNT
                               MOVE VD-MATCH-NUMBER
                                   TO VOIDED-NUMBER (VOIDED-COUNT)
                           ELSE
                               ADD 1 TO VOIDED-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE VOID-FILE.

       CHECK-IF-VOIDED.
           MOVE 0 TO VOIDED-HIT-FLAG.

           PERFORM VARYING VOIDED-IDX FROM 1 BY 1
               UNTIL VOIDED-IDX > VOIDED-COUNT
               OR VOIDED-HIT-FLAG = 1
               IF VOIDED-NUMBER (VOIDED-IDX) = CHECK-NUMBER THEN
                   MOVE 1 TO VOIDED-HIT-FLAG
               END-IF
           END-PERFORM.

       CHECK-MATCH-ON-FILE.
      *> the audit trail carries every numbered match's start and
      *> end; the journals cover a trail that has been rotated away.
           MOVE 0 TO MATCH-SEEN-FLAG.

           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-LOG-FILE-STATUS = "00" THEN
               PERFORM UNTIL AUDIT-LOG-FILE-STATUS NOT = "00"
                   OR MATCH-SEEN-FLAG = 1
                   READ AUDIT-LOG-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF AU-MATCH-NUMBER NUMERIC
                           AND AU-MATCH-NUMBER = TARGET-MATCH
                               MOVE 1 TO MATCH-SEEN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

           IF MATCH-SEEN-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00" THEN
               PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
                   OR MATCH-SEEN-FLAG = 1
                   READ JOURNAL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF JR-MATCH-NUMBER NUMERIC
                           AND JR-MATCH-NUMBER = TARGET-MATCH
                               MOVE 1 TO MATCH-SEEN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

           IF MATCH-SEEN-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT RATING-JOURNAL-FILE.
           IF RATING-JOURNAL-STATUS = "00" THEN
               PERFORM UNTIL RATING-JOURNAL-STATUS NOT = "00"
                   OR MATCH-SEEN-FLAG = 1
                   READ RATING-JOURNAL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF RJ-MATCH-NUMBER NUMERIC
                           AND RJ-MATCH-NUMBER = TARGET-MATCH
                               MOVE 1 TO MATCH-SEEN-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATING-JOURNAL-FILE
           END-IF.

       REGISTER-VOID.
           OPEN EXTEND VOID-FILE.

           IF VOID-FILE-STATUS = "05" OR VOID-FILE-STATUS = "35" THEN
               OPEN OUTPUT VOID-FILE
           END-IF.

           IF VOID-FILE-STATUS NOT = "00" THEN
               DISPLAY "voided_matches.dat unwritable (status "
                   VOID-FILE-STATUS "); the match was NOT voided."
               STOP RUN
           END-IF.

           MOVE SPACES TO VOID-RECORD.
           MOVE CURRENT-DATE-YMD TO VD-DATE.
           COMPUTE VD-TIME = CURRENT-TIME-HMS / 100.
           MOVE TARGET-MATCH TO VD-MATCH-NUMBER.
           MOVE VOIDER-ID TO VD-OPERATOR.
           MOVE REASON-TOKEN TO VD-REASON.

           WRITE VOID-RECORD.

           CLOSE VOID-FILE.

           PERFORM STRIKE-TARGET-MATCH.

           MOVE "MATCHVOID" TO AUDIT-EVENT-CODE.
           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Match voided, reason " REASON-TOKEN
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           PERFORM LOG-VOID-EVENT.

       STRIKE-TARGET-MATCH.
           IF VOIDED-COUNT < 500 THEN
               ADD 1 TO VOIDED-COUNT
               MOVE TARGET-MATCH TO VOIDED-NUMBER (VOIDED-COUNT)
           ELSE
               ADD 1 TO VOIDED-OVERFLOW
           END-IF.

       NOTE-REVERSAL.
           ADD 1 TO REVERSAL-COUNT.
           DISPLAY "  " FINDING-TEXT.

           IF LIVE-RUN-FLAG = 1 THEN
               MOVE "VOIDREV" TO AUDIT-EVENT-CODE
               MOVE FINDING-TEXT TO AUDIT-EVENT-TEXT
               PERFORM LOG-VOID-EVENT
           END-IF.

       NOTE-BY-HAND.
           ADD 1 TO BY-HAND-COUNT.
           DISPLAY "  BY HAND: " FINDING-TEXT.

           IF LIVE-RUN-FLAG = 1 THEN
               MOVE "VOIDHAND" TO AUDIT-EVENT-CODE
               MOVE FINDING-TEXT TO AUDIT-EVENT-TEXT
               PERFORM LOG-VOID-EVENT
           END-IF.

       LOG-VOID-EVENT.
           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE CABINET-ID-STAND-IN
               BY REFERENCE VOIDER-ID
               BY REFERENCE TARGET-MATCH
           END-CALL.

       REVERSE-HISCORE-POSTINGS.
           MOVE 0 TO POSTED-COUNT.

           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF JR-MATCH-NUMBER NUMERIC
                       AND JR-MATCH-NUMBER = TARGET-MATCH
                       AND POSTED-COUNT < 10
                           ADD 1 TO POSTED-COUNT
                           MOVE JR-INITIALS
                               TO PS-INITIALS (POSTED-COUNT)
                           MOVE JR-GAME-KIND
                               TO PS-GAME-KIND (POSTED-COUNT)
                           MOVE JR-SCORE TO PS-SCORE (POSTED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

           PERFORM VARYING POSTED-IDX FROM 1 BY 1
               UNTIL POSTED-IDX > POSTED-COUNT
               PERFORM FIND-NEXT-BEST-SCORE
               PERFORM PUT-BACK-BOARD-ROW
           END-PERFORM.

       FIND-NEXT-BEST-SCORE.
      *> the board keeps only each name's best, so withdrawing a
      *> posting means finding the best the name has left on this
      *> season's journal once every voided match is struck out.
           MOVE 0 TO BEST-FOUND-FLAG.
           MOVE 0 TO BEST-SCORE.
           MOVE SPACES TO BEST-CABINET.

           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM WEIGH-JOURNAL-LINE
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       WEIGH-JOURNAL-LINE.
           IF JR-INITIALS NOT = PS-INITIALS (POSTED-IDX)
           OR JR-SCORE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

      *> pre-game-column lines were all PONG postings.
           IF JR-GAME-KIND = "B" THEN
               MOVE "B" TO LINE-GAME-KIND
           ELSE
               MOVE "P" TO LINE-GAME-KIND
           END-IF.

           IF LINE-GAME-KIND NOT = PS-GAME-KIND (POSTED-IDX) THEN
               EXIT PARAGRAPH
           END-IF.

           IF JR-MATCH-NUMBER NUMERIC THEN
               IF JR-MATCH-NUMBER = TARGET-MATCH THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE JR-MATCH-NUMBER TO CHECK-NUMBER
               PERFORM CHECK-IF-VOIDED
               IF VOIDED-HIT-FLAG = 1 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF BEST-FOUND-FLAG = 0 OR JR-SCORE > BEST-SCORE THEN
               MOVE 1 TO BEST-FOUND-FLAG
               MOVE JR-SCORE TO BEST-SCORE
               MOVE JR-CABINET-ID TO BEST-CABINET
           END-IF.

       PUT-BACK-BOARD-ROW.
           IF LIVE-RUN-FLAG = 1 THEN
               OPEN I-O HISCORE-FILE
           ELSE
               OPEN INPUT HISCORE-FILE
           END-IF.

           IF HISCORE-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO FINDING-TEXT
               STRING "hiscore.dat would not open; posting "
                   PS-INITIALS (POSTED-IDX) " "
                   PS-SCORE (POSTED-IDX) " not withdrawn"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-BY-HAND
               EXIT PARAGRAPH
           END-IF.

           MOVE PS-INITIALS (POSTED-IDX) TO HS-INITIALS.
           MOVE PS-GAME-KIND (POSTED-IDX) TO HS-GAME-KIND.

           READ HISCORE-FILE
               KEY IS HS-BOARD-KEY
               INVALID KEY
                   MOVE SPACES TO HS-CABINET-ID
                   MOVE 0 TO HS-SCORE
           END-READ.

           MOVE SPACES TO FINDING-TEXT.

           IF HISCORE-FILE-STATUS NOT = "00" THEN
               STRING "hiscore " PS-GAME-KIND (POSTED-IDX) " "
                   PS-INITIALS (POSTED-IDX) " "
                   PS-SCORE (POSTED-IDX)
                   " withdrawn; the name has no board row"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
           ELSE
               IF BEST-FOUND-FLAG = 0 THEN
                   STRING "hiscore " PS-GAME-KIND (POSTED-IDX) " "
                       PS-INITIALS (POSTED-IDX) " "
                       PS-SCORE (POSTED-IDX)
                       " withdrawn; board row removed"
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   END-STRING
                   IF LIVE-RUN-FLAG = 1 THEN
                       DELETE HISCORE-FILE RECORD
                   END-IF
               ELSE
                   STRING "hiscore " PS-GAME-KIND (POSTED-IDX) " "
                       PS-INITIALS (POSTED-IDX) " "
                       PS-SCORE (POSTED-IDX)
                       " withdrawn; board row now " BEST-SCORE
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   END-STRING
                   IF LIVE-RUN-FLAG = 1
                   AND (HS-SCORE NOT = BEST-SCORE
                       OR HS-CABINET-ID NOT = BEST-CABINET) THEN
                       MOVE BEST-SCORE TO HS-SCORE
                       MOVE BEST-CABINET TO HS-CABINET-ID
                       REWRITE HISCORE-RECORD
                   END-IF
               END-IF
           END-IF.

           PERFORM NOTE-REVERSAL.

           CLOSE HISCORE-FILE.

       REVERSE-RATING-CHANGES.
           OPEN INPUT RATING-JOURNAL-FILE.

           IF RATING-JOURNAL-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RATING-JOURNAL-STATUS NOT = "00"
               READ RATING-JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RJ-MATCH-NUMBER NUMERIC
                       AND RJ-MATCH-NUMBER = TARGET-MATCH
                       AND RJ-DELTA NUMERIC
                           PERFORM HAND-BACK-RATING-POINTS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATING-JOURNAL-FILE.

       HAND-BACK-RATING-POINTS.
      *> what the loser actually gave up; lines from before that
      *> column was kept fall back to the stake.
           IF RJ-LOSER-LOSS NUMERIC THEN
               MOVE RJ-LOSER-LOSS TO RATING-GIVE-BACK
           ELSE
               MOVE RJ-DELTA TO RATING-GIVE-BACK
           END-IF.

           MOVE SPACES TO FINDING-TEXT.
           STRING "rating " RJ-WINNER " gives back " RJ-DELTA
               ", " RJ-LOSER " gets back " RATING-GIVE-BACK
               DELIMITED BY SIZE INTO FINDING-TEXT
           END-STRING.

           IF LIVE-RUN-FLAG = 0 THEN
               PERFORM NOTE-REVERSAL
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O RATING-FILE.

           IF RATING-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO FINDING-TEXT
               STRING "ratings.dat would not open; " RJ-WINNER
                   " and " RJ-LOSER " not re-rated"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-BY-HAND
               EXIT PARAGRAPH
           END-IF.

           IF RJ-WINNER-MEMBER NOT = SPACES THEN
               MOVE RJ-WINNER-MEMBER TO RATED-WINNER-KEY
           ELSE
               MOVE RJ-WINNER TO RATED-WINNER-KEY
           END-IF.

           IF RJ-LOSER-MEMBER NOT = SPACES THEN
               MOVE RJ-LOSER-MEMBER TO RATED-LOSER-KEY
           ELSE
               MOVE RJ-LOSER TO RATED-LOSER-KEY
           END-IF.

           MOVE RATED-WINNER-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE
               KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *> the same floor UpdatePlayerRating keeps.
                   IF RT-RATING > RJ-DELTA + 100 THEN
                       SUBTRACT RJ-DELTA FROM RT-RATING
                   ELSE
                       MOVE 100 TO RT-RATING
                   END-IF
                   IF RT-GAMES > 0 THEN
                       SUBTRACT 1 FROM RT-GAMES
                   END-IF
                   IF RT-WINS > 0 THEN
                       SUBTRACT 1 FROM RT-WINS
                   END-IF
                   REWRITE RATING-RECORD
                   PERFORM LOG-RATING-CHANGE
           END-READ.

           MOVE RATED-LOSER-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE
               KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE RATING-WORK = RT-RATING + RATING-GIVE-BACK
                   IF RATING-WORK > 9999 THEN
                       MOVE 9999 TO RATING-WORK
                   END-IF
                   MOVE RATING-WORK TO RT-RATING
                   IF RT-GAMES > 0 THEN
                       SUBTRACT 1 FROM RT-GAMES
                   END-IF
                   REWRITE RATING-RECORD
                   PERFORM LOG-RATING-CHANGE
           END-READ.

           CLOSE RATING-FILE.

           PERFORM NOTE-REVERSAL.

       LOG-RATING-CHANGE.
           MOVE "RATE" TO CHANGE-FILE-CODE.
           MOVE RT-PLAYER-KEY TO CHANGE-PLAYER-KEY.
           MOVE RATING-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE CHANGE-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.

       RESTORE-CROWN.
      *> the crown can only go back to how this match found it if
      *> no later match has moved it since; after that the streak
      *> belongs to games that really were played.
           MOVE 0 TO CROWN-IMAGE-FLAG.
           MOVE 0 TO CROWN-MOVED-FLAG.

           OPEN INPUT POSTING-FILE.

           IF POSTING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL POSTING-FILE-STATUS NOT = "00"
               READ POSTING-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MP-KIND = "CROWN" THEN
                           IF MP-MATCH-NUMBER NUMERIC
                           AND MP-MATCH-NUMBER = TARGET-MATCH
                               MOVE 1 TO CROWN-IMAGE-FLAG
                               MOVE 0 TO CROWN-MOVED-FLAG
                               MOVE MP-INITIALS TO IMAGE-HOLDER
                               MOVE MP-OTHER-INITIALS
                                   TO IMAGE-BEST-HOLDER
                               MOVE MP-PRIOR-STREAK TO IMAGE-STREAK
                               MOVE MP-PRIOR-BEST-STREAK
                                   TO IMAGE-BEST-STREAK
                           ELSE
                               IF CROWN-IMAGE-FLAG = 1
                                   MOVE 1 TO CROWN-MOVED-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POSTING-FILE.

           IF CROWN-IMAGE-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FINDING-TEXT.

           IF CROWN-MOVED-FLAG = 1 THEN
               STRING "crown has changed since this match; it stood"
                   " with " IMAGE-HOLDER " at " IMAGE-STREAK
                   " before it"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-BY-HAND
               EXIT PARAGRAPH
           END-IF.

           STRING "crown restored to " IMAGE-HOLDER " at "
               IMAGE-STREAK " straight (best " IMAGE-BEST-STREAK
               " by " IMAGE-BEST-HOLDER ")"
               DELIMITED BY SIZE INTO FINDING-TEXT
           END-STRING.

           IF LIVE-RUN-FLAG = 1 THEN
               OPEN OUTPUT CROWN-FILE
               IF CROWN-FILE-STATUS NOT = "00" THEN
                   MOVE SPACES TO FINDING-TEXT
                   STRING "crown.dat would not open; crown not"
                       " restored to " IMAGE-HOLDER
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   END-STRING
                   PERFORM NOTE-BY-HAND
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO CROWN-RECORD
               MOVE IMAGE-HOLDER TO CR-HOLDER
               MOVE IMAGE-STREAK TO CR-STREAK
               MOVE IMAGE-BEST-HOLDER TO CR-BEST-HOLDER
               MOVE IMAGE-BEST-STREAK TO CR-BEST-STREAK
               WRITE CROWN-RECORD
               CLOSE CROWN-FILE
           END-IF.

           PERFORM NOTE-REVERSAL.

       RESTORE-LADDER.
           MOVE 0 TO LADDER-IMAGE-FLAG.

           OPEN INPUT POSTING-FILE.

           IF POSTING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL POSTING-FILE-STATUS NOT = "00"
               READ POSTING-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MP-KIND = "LADDER"
                       AND MP-MATCH-NUMBER NUMERIC
                       AND MP-MATCH-NUMBER = TARGET-MATCH
                           MOVE 1 TO LADDER-IMAGE-FLAG
                           MOVE MP-INITIALS TO IMAGE-CHALLENGER
                           MOVE MP-OTHER-INITIALS TO IMAGE-DEFENDER
                           MOVE MP-CHALLENGER-RUNG
                               TO IMAGE-CHALLENGER-RUNG
                           MOVE MP-DEFENDER-RUNG
                               TO IMAGE-DEFENDER-RUNG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POSTING-FILE.

           IF LADDER-IMAGE-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "LoadLadder" USING
               BY REFERENCE LADDER-COUNT
               BY REFERENCE LADDER-TABLE
               BY REFERENCE LADDER-INACTIVE-DAYS
           END-CALL.

           MOVE SPACES TO FINDING-TEXT.

      *> the won challenge put the challenger on the defender's
      *> rung and the defender on the challenger's; only while both
      *> still stand there can the swap simply be undone.
           IF IMAGE-DEFENDER-RUNG = 0
           OR IMAGE-CHALLENGER-RUNG = 0
           OR IMAGE-DEFENDER-RUNG > LADDER-COUNT
           OR IMAGE-CHALLENGER-RUNG > LADDER-COUNT
           OR LR-INITIALS (IMAGE-DEFENDER-RUNG)
               NOT = IMAGE-CHALLENGER
           OR LR-INITIALS (IMAGE-CHALLENGER-RUNG)
               NOT = IMAGE-DEFENDER THEN
               STRING "ladder has moved since; put " IMAGE-DEFENDER
                   " back above " IMAGE-CHALLENGER
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-BY-HAND
               EXIT PARAGRAPH
           END-IF.

           STRING "ladder challenge undone: " IMAGE-DEFENDER
               " back on rung " IMAGE-DEFENDER-RUNG ", "
               IMAGE-CHALLENGER " back on rung "
               IMAGE-CHALLENGER-RUNG
               DELIMITED BY SIZE INTO FINDING-TEXT
           END-STRING.

           IF LIVE-RUN-FLAG = 1 THEN
               MOVE IMAGE-DEFENDER
                   TO LR-INITIALS (IMAGE-DEFENDER-RUNG)
               MOVE IMAGE-CHALLENGER
                   TO LR-INITIALS (IMAGE-CHALLENGER-RUNG)
               CALL "SaveLadder" USING
                   BY REFERENCE LADDER-COUNT
                   BY REFERENCE LADDER-TABLE
               END-CALL
           END-IF.

           PERFORM NOTE-REVERSAL.

       REVOKE-AWARDS.
           MOVE 0 TO AWARD-IMAGE-COUNT.

           OPEN INPUT POSTING-FILE.

           IF POSTING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL POSTING-FILE-STATUS NOT = "00"
               READ POSTING-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MP-KIND = "AWARD"
                       AND MP-MATCH-NUMBER NUMERIC
                       AND MP-MATCH-NUMBER = TARGET-MATCH
                       AND AWARD-IMAGE-COUNT < 5
                           ADD 1 TO AWARD-IMAGE-COUNT
                           MOVE MP-INITIALS
                               TO AI-INITIALS (AWARD-IMAGE-COUNT)
                           IF MP-AWARD-KEY = SPACES
                               MOVE MP-INITIALS
                                   TO AI-PLAYER-KEY (AWARD-IMAGE-COUNT)
                           ELSE
                               MOVE MP-AWARD-KEY
                                   TO AI-PLAYER-KEY (AWARD-IMAGE-COUNT)
                           END-IF
                           MOVE MP-NEW-SHUTOUT
                               TO AI-SHUTOUT (AWARD-IMAGE-COUNT)
                           MOVE MP-NEW-MAXSPEED
                               TO AI-MAXSPEED (AWARD-IMAGE-COUNT)
                           MOVE MP-NEW-HARDWIN
                               TO AI-HARDWIN (AWARD-IMAGE-COUNT)
                           MOVE MP-NEW-DAYFIRST
                               TO AI-DAYFIRST (AWARD-IMAGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE POSTING-FILE.

           IF AWARD-IMAGE-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF LIVE-RUN-FLAG = 1 THEN
               OPEN I-O AWARD-FILE
           ELSE
               OPEN INPUT AWARD-FILE
           END-IF.

           IF AWARD-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO FINDING-TEXT
               STRING "awards.dat would not open; awards for "
                   AI-INITIALS (1) " not taken back"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-BY-HAND
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING AWARD-IMAGE-IDX FROM 1 BY 1
               UNTIL AWARD-IMAGE-IDX > AWARD-IMAGE-COUNT
               PERFORM TAKE-BACK-ONE-AWARD-SET
           END-PERFORM.

           CLOSE AWARD-FILE.

       TAKE-BACK-ONE-AWARD-SET.
           MOVE AI-PLAYER-KEY (AWARD-IMAGE-IDX) TO AW-PLAYER-KEY.

           READ AWARD-FILE
               KEY IS AW-PLAYER-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF AI-SHUTOUT (AWARD-IMAGE-IDX) = 1 THEN
               MOVE 0 TO AW-SHUTOUT-FLAG
               MOVE 0 TO AW-SHUTOUT-DATE
               MOVE SPACES TO FINDING-TEXT
               STRING "award taken back: "
                   AI-INITIALS (AWARD-IMAGE-IDX) " shutout"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-REVERSAL
           END-IF.

           IF AI-MAXSPEED (AWARD-IMAGE-IDX) = 1 THEN
               MOVE 0 TO AW-MAXSPEED-FLAG
               MOVE 0 TO AW-MAXSPEED-DATE
               MOVE SPACES TO FINDING-TEXT
               STRING "award taken back: "
                   AI-INITIALS (AWARD-IMAGE-IDX)
                   " max-speed rally"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-REVERSAL
           END-IF.

           IF AI-HARDWIN (AWARD-IMAGE-IDX) = 1 THEN
               MOVE 0 TO AW-HARDWIN-FLAG
               MOVE 0 TO AW-HARDWIN-DATE
               MOVE SPACES TO FINDING-TEXT
               STRING "award taken back: "
                   AI-INITIALS (AWARD-IMAGE-IDX)
                   " hard-AI win"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-REVERSAL
           END-IF.

      *> the day's first-win honour itself stays spent: nobody
      *> else can be the first winner of a day that has had one.
           IF AI-DAYFIRST (AWARD-IMAGE-IDX) = 1 THEN
               MOVE 0 TO AW-DAYFIRST-FLAG
               MOVE 0 TO AW-DAYFIRST-DATE
               MOVE SPACES TO FINDING-TEXT
               STRING "award taken back: "
                   AI-INITIALS (AWARD-IMAGE-IDX)
                   " first win of the day"
                   DELIMITED BY SIZE INTO FINDING-TEXT
               END-STRING
               PERFORM NOTE-REVERSAL
           END-IF.

           IF LIVE-RUN-FLAG = 1 THEN
               REWRITE AWARD-RECORD
               PERFORM LOG-AWARD-CHANGE
           END-IF.

       LOG-AWARD-CHANGE.
           MOVE "AWRD" TO CHANGE-FILE-CODE.
           MOVE AW-PLAYER-KEY TO CHANGE-PLAYER-KEY.
           MOVE AWARD-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE CHANGE-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.

       VOID-MATCH-TICKETS.
      *> still-owed tickets are marked V in place -- the ledger is a
      *> money record and keeps every line; one already paid across
      *> the counter can only be recovered in person.
           MOVE 0 TO LINE-CHANGED-COUNT.
           MOVE 0 TO TICKET-PAID-COUNT.
           MOVE "./data/tickets.dat.new" TO STAGE-PATH.

           OPEN INPUT TICKET-FILE.

           IF TICKET-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           IF LIVE-RUN-FLAG = 1 THEN
               OPEN OUTPUT STAGE-FILE
               IF STAGE-FILE-STATUS NOT = "00" THEN
                   CLOSE TICKET-FILE
                   MOVE "ticket ledger staging file would not open;"
                       & " tickets not voided" TO FINDING-TEXT
                   PERFORM NOTE-BY-HAND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM UNTIL TICKET-FILE-STATUS NOT = "00"
               READ TICKET-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM WEIGH-ONE-TICKET
                       IF LIVE-RUN-FLAG = 1
                           MOVE TICKET-RECORD TO STAGE-LINE
                           WRITE STAGE-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TICKET-FILE.

           IF LIVE-RUN-FLAG = 1 THEN
               CLOSE STAGE-FILE
               IF LINE-CHANGED-COUNT > 0 THEN
                   PERFORM PROMOTE-STAGED-TICKETS
               ELSE
                   DELETE FILE STAGE-FILE
               END-IF
           END-IF.

       WEIGH-ONE-TICKET.
           IF TK-MATCH-NUMBER NOT NUMERIC
           OR TK-MATCH-NUMBER NOT = TARGET-MATCH THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO FINDING-TEXT.

           EVALUATE TK-STATUS
               WHEN "E"
                   ADD 1 TO LINE-CHANGED-COUNT
                   STRING "ticket voided: " TK-KIND " for "
                       TK-INITIALS " earned " TK-DATE
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   END-STRING
                   PERFORM NOTE-REVERSAL
                   MOVE "V" TO TK-STATUS
                   MOVE CURRENT-DATE-YMD TO TK-PAID-DATE
               WHEN "P"
                   ADD 1 TO TICKET-PAID-COUNT
                   STRING "ticket already paid " TK-PAID-DATE ": "
                       TK-KIND " for " TK-INITIALS
                       " -- recover the prize"
                       DELIMITED BY SIZE INTO FINDING-TEXT
                   END-STRING
                   PERFORM NOTE-BY-HAND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROMOTE-STAGED-TICKETS.
           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT TICKET-FILE.

           IF STAGE-FILE-STATUS = "00" AND TICKET-FILE-STATUS = "00"
               PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STAGE-LINE TO TICKET-RECORD
                           WRITE TICKET-RECORD
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE TICKET-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.

       UNMARK-CHALLENGE.
      *> the completion line goes, so the day's challenge counts as
      *> still open (from the cabinet's next start); the free credit
      *> it paid was spent on the spot and can't come back.
           MOVE 0 TO LINE-CHANGED-COUNT.
           MOVE "./data/challenge_done.dat.new" TO STAGE-PATH.

           OPEN INPUT DONE-FILE.

           IF DONE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           IF LIVE-RUN-FLAG = 1 THEN
               OPEN OUTPUT STAGE-FILE
               IF STAGE-FILE-STATUS NOT = "00" THEN
                   CLOSE DONE-FILE
                   MOVE "challenge staging file would not open;"
                       & " completion not unmarked" TO FINDING-TEXT
                   PERFORM NOTE-BY-HAND
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM UNTIL DONE-FILE-STATUS NOT = "00"
               READ DONE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DN-MATCH-NUMBER NUMERIC
                       AND DN-MATCH-NUMBER = TARGET-MATCH
                           ADD 1 TO LINE-CHANGED-COUNT
                           MOVE SPACES TO FINDING-TEXT
                           STRING "daily challenge " DN-ID " of "
                               DN-DATE " unmarked for " DN-INITIALS
                               DELIMITED BY SIZE INTO FINDING-TEXT
                           END-STRING
                           PERFORM NOTE-REVERSAL
                           MOVE SPACES TO FINDING-TEXT
                           STRING "the challenge's free credit for "
                               DN-INITIALS " was already played"
                               DELIMITED BY SIZE INTO FINDING-TEXT
                           END-STRING
                           PERFORM NOTE-BY-HAND
                       ELSE
                           IF LIVE-RUN-FLAG = 1
                               MOVE DONE-RECORD TO STAGE-LINE
                               WRITE STAGE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DONE-FILE.

           IF LIVE-RUN-FLAG = 1 THEN
               CLOSE STAGE-FILE
               IF LINE-CHANGED-COUNT > 0 THEN
                   PERFORM PROMOTE-STAGED-COMPLETIONS
               ELSE
                   DELETE FILE STAGE-FILE
               END-IF
           END-IF.

       PROMOTE-STAGED-COMPLETIONS.
           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT DONE-FILE.

           IF STAGE-FILE-STATUS = "00" AND DONE-FILE-STATUS = "00"
               PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STAGE-LINE TO DONE-RECORD
                           WRITE DONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE DONE-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.
