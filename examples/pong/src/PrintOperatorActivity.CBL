      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Per-operator activity report over the session audit
      *          trail. Walks ./data/session_audit.log a day at a time
      *          and, for every operator id that signed on to the
      *          service menu that day, prints the span of the shift
      *          they were seen on, how many tickets they paid, top-ups
      *          they sold and settings they changed, plus the day's
      *          refused sign-ons -- so "who paid that ticket" has an
      *          answer that is not the whole staff rota. Names come
      *          from ./data/operators.dat when it is there.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintOperatorActivity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./data/session_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "./data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  AUDIT-LOG-FILE-STATUS PIC X(2).
       01  OPERATOR-FILE-STATUS PIC X(2).

      *> names for the report, loaded once; an id missing from the
      *> list (retired staff, a typo'd line) still prints, nameless.
       01  NAME-TABLE.
           05 NAME-ENTRY OCCURS 100 TIMES.
               10 NM-ID PIC X(4).
               10 NM-NAME PIC X(20).
       01  NAME-COUNT PIC 9(3) VALUE 0.
       01  NAME-IDX PIC 9(3) VALUE 0.
       01  OPERATOR-ID-TEXT PIC X(4) VALUE SPACES.
       01  OPERATOR-NAME-TEXT PIC X(20) VALUE SPACES.

      *> one running day, same shape as the shift report: the trail
      *> is append-only so a change of date closes the day.
       01  CURRENT-DAY PIC 9(8) VALUE 0.
       01  ACTIVITY-TABLE.
           05 ACTIVITY-ENTRY OCCURS 50 TIMES.
               10 AC-OPERATOR-ID PIC X(4).
               10 AC-FIRST-TIME PIC 9(6).
               10 AC-LAST-TIME PIC 9(6).
               10 AC-SIGNON-COUNT PIC 9(5).
               10 AC-TICKET-COUNT PIC 9(5).
               10 AC-TOPUP-COUNT PIC 9(5).
               10 AC-CONFIG-COUNT PIC 9(5).
               10 AC-OTHER-COUNT PIC 9(5).
       01  ACTIVITY-COUNT PIC 9(3) VALUE 0.
       01  ACTIVITY-IDX PIC 9(3) VALUE 0.
       01  FOUND-IDX PIC 9(3) VALUE 0.
       01  DAY-REFUSED-COUNT PIC 9(5) VALUE 0.
       01  DAY-KEYONLY-COUNT PIC 9(5) VALUE 0.
       01  OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01  OLD-FORMAT-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-OPERATOR-ACTIVITY.
           PERFORM LOAD-OPERATOR-NAMES.

           OPEN INPUT AUDIT-LOG-FILE.

           IF AUDIT-LOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "No session audit trail found yet."
               STOP RUN
           END-IF.

           DISPLAY "=== OPERATOR ACTIVITY ===".

           PERFORM UNTIL AUDIT-LOG-FILE-STATUS NOT = "00"
               READ AUDIT-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-OPERATOR-EVENT
               END-READ
           END-PERFORM.

           IF CURRENT-DAY NOT = 0 THEN
               PERFORM PRINT-DAY-ACTIVITY
           END-IF.

           IF OVERFLOW-COUNT > 0 THEN
               DISPLAY "lines past the 50-operator day table  "
                   OVERFLOW-COUNT
           END-IF.

           IF OLD-FORMAT-COUNT > 0 THEN
               DISPLAY "uncoded legacy lines  " OLD-FORMAT-COUNT
           END-IF.

           CLOSE AUDIT-LOG-FILE.

           STOP RUN.

       LOAD-OPERATOR-NAMES.
           OPEN INPUT OPERATOR-FILE.

           IF OPERATOR-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL OPERATOR-FILE-STATUS NOT = "00"
               READ OPERATOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-ID IS NUMERIC AND NAME-COUNT < 100 THEN
                           ADD 1 TO NAME-COUNT
                           MOVE OP-ID TO NM-ID (NAME-COUNT)
                           MOVE OP-NAME TO NM-NAME (NAME-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATOR-FILE.

       TALLY-OPERATOR-EVENT.
           IF AU-DATE NOT NUMERIC OR AU-TIME NOT NUMERIC THEN
               ADD 1 TO OLD-FORMAT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF AU-DATE NOT = CURRENT-DAY THEN
               IF CURRENT-DAY NOT = 0 THEN
                   PERFORM PRINT-DAY-ACTIVITY
               END-IF
               MOVE AU-DATE TO CURRENT-DAY
               MOVE 0 TO ACTIVITY-COUNT
               MOVE 0 TO DAY-REFUSED-COUNT
               MOVE 0 TO DAY-KEYONLY-COUNT
           END-IF.

      *> a refused sign-on has no operator behind it -- only the
      *> id someone tried, which is in the text -- and a key-only
      *> opening means the site has no operator list yet.
           IF AU-EVENT-CODE = "OPFAIL" THEN
               ADD 1 TO DAY-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF AU-EVENT-CODE = "SIGNON" AND AU-OPERATOR-ID = SPACES
               ADD 1 TO DAY-KEYONLY-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> lines from before the operator column, and everything the
      *> game itself logs, carry no operator.
           IF AU-OPERATOR-ID = SPACES OR AU-OPERATOR-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
               UNTIL ACTIVITY-IDX > ACTIVITY-COUNT
               OR FOUND-IDX > 0
               IF AC-OPERATOR-ID (ACTIVITY-IDX) = AU-OPERATOR-ID THEN
                   MOVE ACTIVITY-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

           IF FOUND-IDX = 0 THEN
               IF ACTIVITY-COUNT >= 50 THEN
                   ADD 1 TO OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ACTIVITY-COUNT
               MOVE ACTIVITY-COUNT TO FOUND-IDX
               MOVE AU-OPERATOR-ID TO AC-OPERATOR-ID (FOUND-IDX)
               MOVE AU-TIME TO AC-FIRST-TIME (FOUND-IDX)
               MOVE 0 TO AC-SIGNON-COUNT (FOUND-IDX)
               MOVE 0 TO AC-TICKET-COUNT (FOUND-IDX)
               MOVE 0 TO AC-TOPUP-COUNT (FOUND-IDX)
               MOVE 0 TO AC-CONFIG-COUNT (FOUND-IDX)
               MOVE 0 TO AC-OTHER-COUNT (FOUND-IDX)
           END-IF.

           MOVE AU-TIME TO AC-LAST-TIME (FOUND-IDX).

           EVALUATE AU-EVENT-CODE
               WHEN "SIGNON"
                   ADD 1 TO AC-SIGNON-COUNT (FOUND-IDX)
               WHEN "SIGNOFF"
                   CONTINUE
               WHEN "TICKET"
                   ADD 1 TO AC-TICKET-COUNT (FOUND-IDX)
               WHEN "TOPUP"
                   ADD 1 TO AC-TOPUP-COUNT (FOUND-IDX)
               WHEN "CONFIGCHG"
                   ADD 1 TO AC-CONFIG-COUNT (FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO AC-OTHER-COUNT (FOUND-IDX)
           END-EVALUATE.

       PRINT-DAY-ACTIVITY.
           DISPLAY CURRENT-DAY.

           PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
               UNTIL ACTIVITY-IDX > ACTIVITY-COUNT
               MOVE AC-OPERATOR-ID (ACTIVITY-IDX) TO OPERATOR-ID-TEXT
               PERFORM FIND-OPERATOR-NAME
               DISPLAY "  operator " OPERATOR-ID-TEXT " "
                   OPERATOR-NAME-TEXT
                   "  on " AC-FIRST-TIME (ACTIVITY-IDX)
                   " to " AC-LAST-TIME (ACTIVITY-IDX)
               DISPLAY "    sign-ons " AC-SIGNON-COUNT (ACTIVITY-IDX)
                   "  tickets paid " AC-TICKET-COUNT (ACTIVITY-IDX)
                   "  top-ups sold " AC-TOPUP-COUNT (ACTIVITY-IDX)
                   "  settings changed "
                   AC-CONFIG-COUNT (ACTIVITY-IDX)
                   "  other " AC-OTHER-COUNT (ACTIVITY-IDX)
           END-PERFORM.

           IF DAY-REFUSED-COUNT > 0 THEN
               DISPLAY "  refused sign-ons " DAY-REFUSED-COUNT
           END-IF.

           IF DAY-KEYONLY-COUNT > 0 THEN
               DISPLAY "  menu opened without an operator list "
                   DAY-KEYONLY-COUNT
           END-IF.

       FIND-OPERATOR-NAME.
           MOVE SPACES TO OPERATOR-NAME-TEXT.
           PERFORM VARYING NAME-IDX FROM 1 BY 1
               UNTIL NAME-IDX > NAME-COUNT
               IF NM-ID (NAME-IDX) = OPERATOR-ID-TEXT THEN
                   MOVE NM-NAME (NAME-IDX) TO OPERATOR-NAME-TEXT
               END-IF
           END-PERFORM.
