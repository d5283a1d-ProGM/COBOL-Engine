      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office paging report over the last so many
      *          days (7, or the number on the command line): every
      *          fleet exception the on-call pager took up
      *          (./data/page_state.dat), oldest first, with where it
      *          stands, the highest escalation level paged, the
      *          pages sent, who acknowledged it, and the minutes
      *          from raising to acknowledgement and to clearing.
      *          The foot gives the average of each and the count
      *          left unanswered or still open.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintPagingReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATE-FILE ASSIGN TO "./data/page_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATE-FILE.
       01  STATE-RECORD.
           COPY PAGESTAT.

       WORKING-STORAGE SECTION.
       01  STATE-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DAYS-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  DAYS-TOKEN-NUM REDEFINES DAYS-TOKEN PIC 9(4).

       01  WINDOW-DAYS PIC 9(4) VALUE 7.
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  FROM-NUMBER PIC 9(7) VALUE 0.
       01  FROM-YMD PIC 9(8) VALUE 0.

      *> minutes since the calendar's day one, for the gap between
      *> two date-and-time pairs.
       01  STAMP-DATE PIC 9(8) VALUE 0.
       01  STAMP-TIME PIC 9(6) VALUE 0.
       01  STAMP-TIME-PARTS REDEFINES STAMP-TIME.
           05 STAMP-HH PIC 9(2).
           05 STAMP-MM PIC 9(2).
           05 STAMP-SS PIC 9(2).
       01  STAMP-DAY-NUMBER PIC 9(7) VALUE 0.
       01  STAMP-MINUTES PIC 9(10) VALUE 0.
       01  RAISED-MINUTES PIC 9(10) VALUE 0.
       01  GAP-MINUTES PIC 9(10) VALUE 0.

       01  ACK-TEXT PIC X(6) VALUE SPACES.
       01  CLEAR-TEXT PIC X(6) VALUE SPACES.
       01  MINUTES-EDIT PIC ZZZZZ9.
       01  STATUS-TEXT PIC X(10) VALUE SPACES.
       01  KIND-TEXT PIC X(6) VALUE SPACES.

       01  EXCEPTIONS-LISTED PIC 9(5) VALUE 0.
       01  ACKED-COUNT PIC 9(5) VALUE 0.
       01  ACK-MINUTES-TOTAL PIC 9(9) VALUE 0.
       01  CLEARED-COUNT PIC 9(5) VALUE 0.
       01  CLEAR-MINUTES-TOTAL PIC 9(9) VALUE 0.
       01  UNANSWERED-COUNT PIC 9(5) VALUE 0.
       01  OPEN-COUNT PIC 9(5) VALUE 0.
       01  AVERAGE-MINUTES PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-PAGING-REPORT-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DAYS-TOKEN
           END-UNSTRING.

           IF DAYS-TOKEN NOT = SPACES THEN
               INSPECT DAYS-TOKEN REPLACING LEADING SPACE BY "0"
               IF DAYS-TOKEN-NUM NOT NUMERIC OR DAYS-TOKEN-NUM = 0
               THEN
                   DISPLAY "Usage: PrintPagingReport [days]"
                   STOP RUN
               END-IF
               MOVE DAYS-TOKEN-NUM TO WINDOW-DAYS
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.
           COMPUTE FROM-NUMBER = TODAY-NUMBER - WINDOW-DAYS + 1.
           CALL "DayNumberToDate" USING
               BY REFERENCE FROM-NUMBER
               BY REFERENCE FROM-YMD
           END-CALL.

           DISPLAY "=== ON-CALL PAGING " FROM-YMD " TO " TODAY-YMD
               " ===".
           DISPLAY "ref    raised          cabinet  kind   status    "
               " lvl pages ack by   to ack to clr exception".

           OPEN INPUT STATE-FILE.

           IF STATE-FILE-STATUS = "00" THEN
               PERFORM UNTIL STATE-FILE-STATUS NOT = "00"
                   READ STATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PG-EXCEPTION NUMERIC
                           AND PG-RAISED-DATE NUMERIC
                           AND PG-RAISED-DATE >= FROM-YMD
                           AND PG-RAISED-DATE <= TODAY-YMD THEN
                               PERFORM PRINT-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

           IF EXCEPTIONS-LISTED = 0 THEN
               DISPLAY "(no fleet exceptions paged in the window)"
               STOP RUN
           END-IF.

           DISPLAY " ".
           DISPLAY "exceptions              " EXCEPTIONS-LISTED.
           IF ACKED-COUNT > 0 THEN
               COMPUTE AVERAGE-MINUTES ROUNDED =
                   ACK-MINUTES-TOTAL / ACKED-COUNT
               DISPLAY "acknowledged            " ACKED-COUNT
                   ", on average after " AVERAGE-MINUTES " min"
           ELSE
               DISPLAY "acknowledged            " ACKED-COUNT
           END-IF.
           IF CLEARED-COUNT > 0 THEN
               COMPUTE AVERAGE-MINUTES ROUNDED =
                   CLEAR-MINUTES-TOTAL / CLEARED-COUNT
               DISPLAY "cleared                 " CLEARED-COUNT
                   ", on average after " AVERAGE-MINUTES " min"
           ELSE
               DISPLAY "cleared                 " CLEARED-COUNT
           END-IF.
           DISPLAY "unanswered (roster run out) " UNANSWERED-COUNT.
           DISPLAY "still open              " OPEN-COUNT.

           STOP RUN.

       COMPUTE-STAMP-MINUTES.
           CALL "DateToDayNumber" USING
               BY REFERENCE STAMP-DATE
               BY REFERENCE STAMP-DAY-NUMBER
           END-CALL.
           COMPUTE STAMP-MINUTES =
               STAMP-DAY-NUMBER * 1440 + STAMP-HH * 60 + STAMP-MM.

       PRINT-ONE-EXCEPTION.
           ADD 1 TO EXCEPTIONS-LISTED.

           MOVE PG-RAISED-DATE TO STAMP-DATE.
           MOVE PG-RAISED-TIME TO STAMP-TIME.
           PERFORM COMPUTE-STAMP-MINUTES.
           MOVE STAMP-MINUTES TO RAISED-MINUTES.

           MOVE "     -" TO ACK-TEXT.
           IF PG-ACK-DATE NUMERIC AND PG-ACK-DATE > 0 THEN
               MOVE PG-ACK-DATE TO STAMP-DATE
               MOVE PG-ACK-TIME TO STAMP-TIME
               PERFORM COMPUTE-STAMP-MINUTES
               PERFORM TAKE-GAP
               MOVE GAP-MINUTES TO MINUTES-EDIT
               MOVE MINUTES-EDIT TO ACK-TEXT
               ADD 1 TO ACKED-COUNT
               ADD GAP-MINUTES TO ACK-MINUTES-TOTAL
           END-IF.

           MOVE "     -" TO CLEAR-TEXT.
           IF PG-CLEAR-DATE NUMERIC AND PG-CLEAR-DATE > 0 THEN
               MOVE PG-CLEAR-DATE TO STAMP-DATE
               MOVE PG-CLEAR-TIME TO STAMP-TIME
               PERFORM COMPUTE-STAMP-MINUTES
               PERFORM TAKE-GAP
               MOVE GAP-MINUTES TO MINUTES-EDIT
               MOVE MINUTES-EDIT TO CLEAR-TEXT
               ADD 1 TO CLEARED-COUNT
               ADD GAP-MINUTES TO CLEAR-MINUTES-TOTAL
           END-IF.

           EVALUATE PG-STATUS
               WHEN "P"
                   MOVE "PAGING" TO STATUS-TEXT
                   ADD 1 TO OPEN-COUNT
               WHEN "A"
                   MOVE "ACKED" TO STATUS-TEXT
                   ADD 1 TO OPEN-COUNT
               WHEN "C"
                   MOVE "CLEARED" TO STATUS-TEXT
               WHEN "U"
                   MOVE "UNANSWERED" TO STATUS-TEXT
                   ADD 1 TO UNANSWERED-COUNT
               WHEN OTHER
                   MOVE PG-STATUS TO STATUS-TEXT
           END-EVALUATE.

           EVALUATE PG-KIND
               WHEN "Q"
                   MOVE "QUIET" TO KIND-TEXT
               WHEN "F"
                   MOVE "FAULT" TO KIND-TEXT
               WHEN OTHER
                   MOVE "OTHER" TO KIND-TEXT
           END-EVALUATE.

           DISPLAY PG-EXCEPTION " " PG-RAISED-DATE " "
               PG-RAISED-TIME " " PG-CABINET " " KIND-TEXT " "
               STATUS-TEXT " " PG-LEVEL "   " PG-PAGES " "
               PG-ACK-BY " " ACK-TEXT " " CLEAR-TEXT " "
               PG-TEXT.

       TAKE-GAP.
           IF STAMP-MINUTES > RAISED-MINUTES THEN
               COMPUTE GAP-MINUTES = STAMP-MINUTES - RAISED-MINUTES
           ELSE
               MOVE 0 TO GAP-MINUTES
           END-IF.
