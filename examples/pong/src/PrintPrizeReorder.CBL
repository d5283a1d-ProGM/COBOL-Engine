      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Stand-alone reorder report over the prize drawer:
      *          every prize in ./data/prizes.dat whose stock on hand
      *          has fallen below its minimum, with how fast it has
      *          been going over the counter (issues from
      *          ./data/prize_issues.dat in the last 30 days, or as
      *          many days as given), the days of stock left at that
      *          pace, and a suggested order -- back up to the
      *          minimum plus one more window's worth of issues.
      *              PrintPrizeReorder           (last 30 days)
      *              PrintPrizeReorder 60        (last 60 days)
      *          Prizes still above their minimum are counted at the
      *          foot, not listed.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintPrizeReorder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-FILE ASSIGN TO "./data/prizes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIZE-FILE-STATUS.
           SELECT ISSUE-FILE ASSIGN TO "./data/prize_issues.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISSUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIZE-FILE.
       01  PRIZE-RECORD.
           COPY PRIZEREC.
      *> room for a whole comment row, so it reads as one line.
       01  PRIZE-LINE PIC X(120).

       FD  ISSUE-FILE.
       01  ISSUE-RECORD.
           COPY PRIZEISS.

       WORKING-STORAGE SECTION.
       01  PRIZE-FILE-STATUS PIC X(2).
       01  ISSUE-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  WINDOW-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  WINDOW-TOKEN-NUM REDEFINES WINDOW-TOKEN PIC 9(4).
       01  WINDOW-DAYS PIC 9(4) VALUE 30.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  ISSUE-NUMBER PIC 9(7) VALUE 0.
       01  WINDOW-START PIC 9(7) VALUE 0.

       01  CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 100 TIMES.
               10 CT-CODE        PIC X(6).
               10 CT-DESCRIPTION PIC X(20).
               10 CT-STOCK       PIC 9(5).
               10 CT-MIN-STOCK   PIC 9(5).
               10 CT-ISSUED      PIC 9(5).
               10 CT-LAST-ISSUED PIC 9(8).
       01  CATALOG-COUNT PIC 9(3) VALUE 0.
       01  CATALOG-IDX PIC 9(3) VALUE 0.
       01  FOUND-IDX PIC 9(3) VALUE 0.

       01  BELOW-MIN-COUNT PIC 9(3) VALUE 0.
       01  ABOVE-MIN-COUNT PIC 9(3) VALUE 0.
       01  WEEKLY-RATE PIC 9(5)V9 VALUE 0.
       01  DAYS-OF-COVER PIC 9(5) VALUE 0.
       01  SUGGESTED-ORDER PIC 9(6) VALUE 0.

       01  RATE-EDIT PIC ZZZZ9.9.
       01  COVER-EDIT PIC ZZZZ9.
       01  COUNT-EDIT PIC ZZZZ9.
       01  ORDER-EDIT PIC ZZZZZ9.
       01  COVER-TEXT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-PRIZE-REORDER-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO WINDOW-TOKEN
           END-UNSTRING.
           INSPECT WINDOW-TOKEN REPLACING LEADING SPACE BY "0".

           IF WINDOW-TOKEN-NUM NUMERIC AND WINDOW-TOKEN-NUM > 0 THEN
               MOVE WINDOW-TOKEN-NUM TO WINDOW-DAYS
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.
           COMPUTE WINDOW-START = TODAY-NUMBER - WINDOW-DAYS + 1.

           PERFORM LOAD-CATALOG.

           IF CATALOG-COUNT = 0 THEN
               DISPLAY "No prize catalog (./data/prizes.dat) yet."
               STOP RUN
           END-IF.

           PERFORM TALLY-ISSUES.

           DISPLAY "=== PRIZE REORDER " TODAY-YMD " (movement over "
               WINDOW-DAYS " days) ===".
           DISPLAY "code   description          stock   min "
               "  issue  per wk      cover  order".

           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT
               PERFORM REPORT-ONE-PRIZE
           END-PERFORM.

           IF BELOW-MIN-COUNT = 0 THEN
               DISPLAY "(every prize is at or above its minimum)"
           END-IF.

           DISPLAY "below minimum " BELOW-MIN-COUNT
               "  at or above " ABOVE-MIN-COUNT.

           STOP RUN.

       LOAD-CATALOG.
           OPEN INPUT PRIZE-FILE.

           IF PRIZE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL PRIZE-FILE-STATUS NOT = "00"
               READ PRIZE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-PRIZE
               END-READ
           END-PERFORM.

           CLOSE PRIZE-FILE.

       TAKE-ONE-PRIZE.
           IF PZ-CODE (1:1) = "#" OR PZ-CODE = SPACES
           OR PZ-STOCK NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF CATALOG-COUNT >= 100 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO CATALOG-COUNT.
           MOVE PZ-CODE TO CT-CODE (CATALOG-COUNT).
           MOVE PZ-DESCRIPTION TO CT-DESCRIPTION (CATALOG-COUNT).
           MOVE PZ-STOCK TO CT-STOCK (CATALOG-COUNT).
           MOVE 0 TO CT-MIN-STOCK (CATALOG-COUNT).
           IF PZ-MIN-STOCK NUMERIC THEN
               MOVE PZ-MIN-STOCK TO CT-MIN-STOCK (CATALOG-COUNT)
           END-IF.
           MOVE 0 TO CT-ISSUED (CATALOG-COUNT).
           MOVE 0 TO CT-LAST-ISSUED (CATALOG-COUNT).

       TALLY-ISSUES.
           OPEN INPUT ISSUE-FILE.

           IF ISSUE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL ISSUE-FILE-STATUS NOT = "00"
               READ ISSUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-ISSUE
               END-READ
           END-PERFORM.

           CLOSE ISSUE-FILE.

       TAKE-ONE-ISSUE.
           IF PI-DATE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT OR FOUND-IDX > 0
               IF CT-CODE (CATALOG-IDX) = PI-CODE THEN
                   MOVE CATALOG-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.

      *> a prize since dropped from the catalog has nothing left
      *> to reorder.
           IF FOUND-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF PI-DATE > CT-LAST-ISSUED (FOUND-IDX) THEN
               MOVE PI-DATE TO CT-LAST-ISSUED (FOUND-IDX)
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE PI-DATE
               BY REFERENCE ISSUE-NUMBER
           END-CALL.

           IF ISSUE-NUMBER >= WINDOW-START
           AND ISSUE-NUMBER <= TODAY-NUMBER THEN
               ADD 1 TO CT-ISSUED (FOUND-IDX)
           END-IF.

       REPORT-ONE-PRIZE.
           IF CT-STOCK (CATALOG-IDX) >= CT-MIN-STOCK (CATALOG-IDX)
           THEN
               ADD 1 TO ABOVE-MIN-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO BELOW-MIN-COUNT.

           COMPUTE WEEKLY-RATE ROUNDED =
               CT-ISSUED (CATALOG-IDX) * 7 / WINDOW-DAYS.

      *> cover is the stock on hand at the window's pace; a prize
      *> that hasn't moved at all has no pace to measure.
           IF CT-ISSUED (CATALOG-IDX) = 0 THEN
               MOVE "  no issue" TO COVER-TEXT
           ELSE
               COMPUTE DAYS-OF-COVER =
                   CT-STOCK (CATALOG-IDX) * WINDOW-DAYS
                   / CT-ISSUED (CATALOG-IDX)
               MOVE DAYS-OF-COVER TO COVER-EDIT
               MOVE SPACES TO COVER-TEXT
               STRING COVER-EDIT " days"
                   DELIMITED BY SIZE INTO COVER-TEXT
               END-STRING
           END-IF.

           COMPUTE SUGGESTED-ORDER =
               CT-MIN-STOCK (CATALOG-IDX) - CT-STOCK (CATALOG-IDX)
               + CT-ISSUED (CATALOG-IDX).

           MOVE WEEKLY-RATE TO RATE-EDIT.
           MOVE CT-ISSUED (CATALOG-IDX) TO COUNT-EDIT.
           MOVE SUGGESTED-ORDER TO ORDER-EDIT.

           DISPLAY CT-CODE (CATALOG-IDX) " "
               CT-DESCRIPTION (CATALOG-IDX) " "
               CT-STOCK (CATALOG-IDX) " "
               CT-MIN-STOCK (CATALOG-IDX) "   " COUNT-EDIT " "
               RATE-EDIT " " COVER-TEXT " " ORDER-EDIT.

           IF CT-LAST-ISSUED (CATALOG-IDX) > 0 THEN
               DISPLAY "       last issued "
                   CT-LAST-ISSUED (CATALOG-IDX)
           END-IF.
