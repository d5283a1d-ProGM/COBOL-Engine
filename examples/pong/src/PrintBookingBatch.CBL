      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Private-hire batch for the counter. Prints the
      *          week's hire sheet from ./data/bookings.dat -- every
      *          booking from the given day (today unless a date is
      *          given) through the six days after it, in day and
      *          start-time order, with its times, customer, preset
      *          and agreed price:
      *              PrintBookingBatch
      *              PrintBookingBatch 20261019
      *          then invoices every hire that has finished and has
      *          not been invoiced yet. An invoice carries the
      *          customer, the day and times, the preset the cabinet
      *          armed, each match played on the cabinet during the
      *          hire (from the session stats -- the rotated
      *          generations the manifest lists, then the live file)
      *          with its time, match number, score and length, and
      *          the agreed price. Invoices are spooled to
      *          ./data/print_spool.dat in the receipt printer's 40
      *          columns, the same spool the account statements use,
      *          and each one is entered in ./data/booking_invoices.dat
      *          so the next run doesn't bill the customer twice.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintBookingBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO "./data/bookings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKING-FILE-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO "./data/booking_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO STATS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO "./data/log_generations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "./data/print_spool.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
       01  BOOKING-RECORD.
           COPY BOOKREC.
      *> room for a whole comment row, so it reads as one line.
       01  BOOKING-LINE PIC X(120).

      *> one line per invoice spooled: the booking, the day it was
      *> invoiced, what was billed and how many matches it listed.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 IV-NUMBER      PIC 9(4).
           05 IV-SEP-1       PIC X(1).
           05 IV-DATE        PIC 9(8).
           05 IV-SEP-2       PIC X(1).
           05 IV-PRICE       PIC 9(7).
           05 IV-SEP-3       PIC X(1).
           05 IV-MATCHES     PIC 9(4).

       FD  STATS-FILE.
      *> the fixed columns WriteSessionStats lays down; the match
      *> number closes the line.
       01  STATS-RECORD.
           05 ST-DATE        PIC 9(8).
           05 FILLER         PIC X(1).
           05 ST-TIME        PIC 9(6).
           05 FILLER         PIC X(1).
           05 ST-CABINET-ID  PIC X(8).
           05 FILLER         PIC X(8).
           05 ST-LENGTH      PIC 9(5).
           05 FILLER         PIC X(10).
           05 ST-RALLIES     PIC 9(5).
           05 FILLER         PIC X(7).
           05 ST-PLAYER-SCORE PIC 9(3).
           05 FILLER         PIC X(1).
           05 ST-ENEMY-SCORE PIC 9(3).
           05 FILLER         PIC X(45).
           05 ST-MATCH-NUMBER PIC 9(8).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MF-LOG-INDEX PIC 9(1).
           05 MF-SEP-1     PIC X(1).
           05 MF-DATE      PIC 9(8).
           05 MF-SEP-2     PIC X(1).
           05 MF-PATH      PIC X(40).

       FD  SPOOL-FILE.
       01  SPOOL-LINE PIC X(40).

       WORKING-STORAGE SECTION.
       01  BOOKING-FILE-STATUS PIC X(2).
       01  INVOICE-FILE-STATUS PIC X(2).
       01  STATS-FILE-STATUS PIC X(2).
       01  MANIFEST-FILE-STATUS PIC X(2).
       01  SPOOL-FILE-STATUS PIC X(2).
       01  STATS-FILE-PATH PIC X(40) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  FROM-TOKEN PIC X(8) VALUE SPACES.
       01  FROM-TOKEN-NUM REDEFINES FROM-TOKEN PIC 9(8).

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.
       01  NOW-HHMM PIC 9(4) VALUE 0.
       01  WEEK-FROM PIC 9(8) VALUE 0.
       01  WEEK-TO PIC 9(8) VALUE 0.
       01  WEEK-DAY-NUMBER PIC 9(7) VALUE 0.

      *> the week's hires, kept in day and start-time order as they
      *> are read so the sheet prints without a sort file.
       01  SHEET-TABLE.
           05 SHEET-ENTRY OCCURS 100 TIMES.
               10 SH-DATE     PIC 9(8).
               10 SH-START    PIC 9(4).
               10 SH-END      PIC 9(4).
               10 SH-NUMBER   PIC 9(4).
               10 SH-PRESET   PIC X(12).
               10 SH-PRICE    PIC 9(7).
               10 SH-CUSTOMER PIC X(30).
       01  SHEET-COUNT PIC 9(3) VALUE 0.
       01  SHEET-IDX PIC 9(3) VALUE 0.
       01  SHEET-SLOT PIC 9(3) VALUE 0.
       01  SHEET-OVERFLOW PIC 9(5) VALUE 0.
       01  SHEET-TOTAL PIC 9(9) VALUE 0.

      *> bookings already billed, from the invoice register.
       01  INVOICED-TABLE.
           05 INVOICED-NUMBER PIC 9(4) OCCURS 2000 TIMES.
       01  INVOICED-COUNT PIC 9(4) VALUE 0.
       01  INVOICED-IDX PIC 9(4) VALUE 0.
       01  INVOICED-FLAG PIC 9(1) VALUE 0.

      *> the hire being invoiced, held while the stats are walked.
       01  HIRE-NUMBER PIC 9(4) VALUE 0.
       01  HIRE-DATE PIC 9(8) VALUE 0.
       01  HIRE-START PIC 9(4) VALUE 0.
       01  HIRE-END PIC 9(4) VALUE 0.
       01  HIRE-PRESET PIC X(12) VALUE SPACES.
       01  HIRE-PRICE PIC 9(7) VALUE 0.
       01  HIRE-CUSTOMER PIC X(30) VALUE SPACES.
       01  HIRE-MATCHES PIC 9(4) VALUE 0.
       01  HIRE-SECONDS PIC 9(7) VALUE 0.
       01  MATCH-HHMM PIC 9(4) VALUE 0.
       01  INVOICE-COUNT PIC 9(5) VALUE 0.
       01  INVOICE-OPEN-FLAG PIC 9(1) VALUE 0.

       01  MONEY-EDIT PIC Z(6)9.99.
       01  LENGTH-EDIT PIC Z(4)9.
       01  MINUTES-EDIT PIC Z(5)9.
       01  COUNT-EDIT PIC Z(3)9.
       01  SHEET-LINE PIC X(100) VALUE SPACES.
       01  INVOICE-LINE PIC X(40) VALUE SPACES.
       01  RULE-LINE PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.
       PRINT-BOOKING-BATCH-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO FROM-TOKEN
           END-UNSTRING.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE NOW-HHMM = NOW-TIME-RAW / 10000.

           MOVE TODAY-YMD TO WEEK-FROM.

           IF FROM-TOKEN NOT = SPACES THEN
               IF FROM-TOKEN-NUM NUMERIC AND FROM-TOKEN-NUM > 0 THEN
                   MOVE FROM-TOKEN-NUM TO WEEK-FROM
               ELSE
                   DISPLAY "Usage: PrintBookingBatch [from-YYYYMMDD]"
                   STOP RUN
               END-IF
           END-IF.

      *> a real calendar, so a week across a month end is seven days.
           CALL "DateToDayNumber" USING
               BY REFERENCE WEEK-FROM
               BY REFERENCE WEEK-DAY-NUMBER
           END-CALL.

           IF WEEK-DAY-NUMBER = 0 THEN
               DISPLAY "Not a date: " WEEK-FROM "; nothing printed."
               STOP RUN
           END-IF.

           ADD 6 TO WEEK-DAY-NUMBER.
           CALL "DayNumberToDate" USING
               BY REFERENCE WEEK-DAY-NUMBER
               BY REFERENCE WEEK-TO
           END-CALL.

           OPEN INPUT BOOKING-FILE.

           IF BOOKING-FILE-STATUS NOT = "00" THEN
               DISPLAY "No bookings file yet; no hires taken."
               STOP RUN
           END-IF.

           PERFORM UNTIL BOOKING-FILE-STATUS NOT = "00"
               READ BOOKING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BK-NUMBER NUMERIC AND BK-DATE NUMERIC
                       AND BK-DATE >= WEEK-FROM
                       AND BK-DATE <= WEEK-TO THEN
                           PERFORM TAKE-SHEET-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BOOKING-FILE.

           PERFORM PRINT-HIRE-SHEET.

           PERFORM LOAD-INVOICED-BOOKINGS.
           PERFORM INVOICE-FINISHED-HIRES.

           STOP RUN.

       TAKE-SHEET-ROW.
           IF SHEET-COUNT >= 100 THEN
               ADD 1 TO SHEET-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

      *> find where the row belongs and shuffle the later ones down.
           MOVE 1 TO SHEET-SLOT.
           PERFORM VARYING SHEET-IDX FROM 1 BY 1
               UNTIL SHEET-IDX > SHEET-COUNT
               IF SH-DATE (SHEET-IDX) < BK-DATE
               OR (SH-DATE (SHEET-IDX) = BK-DATE
                   AND SH-START (SHEET-IDX) <= BK-START-HHMM) THEN
                   COMPUTE SHEET-SLOT = SHEET-IDX + 1
               END-IF
           END-PERFORM.

           PERFORM VARYING SHEET-IDX FROM SHEET-COUNT BY -1
               UNTIL SHEET-IDX < SHEET-SLOT
               MOVE SHEET-ENTRY (SHEET-IDX)
                   TO SHEET-ENTRY (SHEET-IDX + 1)
           END-PERFORM.

           ADD 1 TO SHEET-COUNT.
           MOVE BK-DATE TO SH-DATE (SHEET-SLOT).
           MOVE BK-START-HHMM TO SH-START (SHEET-SLOT).
           MOVE BK-END-HHMM TO SH-END (SHEET-SLOT).
           MOVE BK-NUMBER TO SH-NUMBER (SHEET-SLOT).
           MOVE BK-PRESET TO SH-PRESET (SHEET-SLOT).
           MOVE BK-PRICE TO SH-PRICE (SHEET-SLOT).
           MOVE BK-CUSTOMER TO SH-CUSTOMER (SHEET-SLOT).

       PRINT-HIRE-SHEET.
           DISPLAY "=== HIRE SHEET " WEEK-FROM " TO " WEEK-TO " ===".

           IF SHEET-COUNT = 0 THEN
               DISPLAY "No private hires booked this week."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "date     from to   no.  preset       "
               "customer                            price".

           MOVE 0 TO SHEET-TOTAL.
           PERFORM VARYING SHEET-IDX FROM 1 BY 1
               UNTIL SHEET-IDX > SHEET-COUNT
               PERFORM PRINT-SHEET-ROW
           END-PERFORM.

           IF SHEET-OVERFLOW > 0 THEN
               DISPLAY "... and " SHEET-OVERFLOW " more hire(s) past "
                   "the sheet's 100 rows"
           END-IF.

           COMPUTE MONEY-EDIT = SHEET-TOTAL / 100.
           MOVE SHEET-COUNT TO COUNT-EDIT.
           DISPLAY COUNT-EDIT " hire(s), agreed total " MONEY-EDIT.

       PRINT-SHEET-ROW.
           ADD SH-PRICE (SHEET-IDX) TO SHEET-TOTAL.
           COMPUTE MONEY-EDIT = SH-PRICE (SHEET-IDX) / 100.
           MOVE SPACES TO SHEET-LINE.
           STRING SH-DATE (SHEET-IDX) " " SH-START (SHEET-IDX) " "
               SH-END (SHEET-IDX) " " SH-NUMBER (SHEET-IDX) " "
               SH-PRESET (SHEET-IDX) " " SH-CUSTOMER (SHEET-IDX) " "
               MONEY-EDIT
               DELIMITED BY SIZE INTO SHEET-LINE
           END-STRING.
           DISPLAY SHEET-LINE.

       LOAD-INVOICED-BOOKINGS.
           MOVE 0 TO INVOICED-COUNT.

           OPEN INPUT INVOICE-FILE.

           IF INVOICE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL INVOICE-FILE-STATUS NOT = "00"
               READ INVOICE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IV-NUMBER NUMERIC
                       AND INVOICED-COUNT < 2000 THEN
                           ADD 1 TO INVOICED-COUNT
                           MOVE IV-NUMBER
                               TO INVOICED-NUMBER (INVOICED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INVOICE-FILE.

       INVOICE-FINISHED-HIRES.
           DISPLAY "=== INVOICES ===".

           OPEN INPUT BOOKING-FILE.

           IF BOOKING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL BOOKING-FILE-STATUS NOT = "00"
               READ BOOKING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CONSIDER-INVOICE
               END-READ
           END-PERFORM.

           CLOSE BOOKING-FILE.

           IF INVOICE-OPEN-FLAG = 1 THEN
               CLOSE SPOOL-FILE
               CLOSE INVOICE-FILE
           END-IF.

           DISPLAY INVOICE-COUNT " invoice(s) sent to the print"
               " spool.".

       CONSIDER-INVOICE.
           IF BK-NUMBER NOT NUMERIC OR BK-DATE NOT NUMERIC
           OR BK-START-HHMM NOT NUMERIC
           OR BK-END-HHMM NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

      *> a hire is billed once it is over, not before.
           IF BK-DATE > TODAY-YMD THEN
               EXIT PARAGRAPH
           END-IF.

           IF BK-DATE = TODAY-YMD AND BK-END-HHMM > NOW-HHMM THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO INVOICED-FLAG.
           PERFORM VARYING INVOICED-IDX FROM 1 BY 1
               UNTIL INVOICED-IDX > INVOICED-COUNT
               IF INVOICED-NUMBER (INVOICED-IDX) = BK-NUMBER THEN
                   MOVE 1 TO INVOICED-FLAG
               END-IF
           END-PERFORM.

           IF INVOICED-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           IF INVOICE-OPEN-FLAG = 0 THEN
               PERFORM OPEN-INVOICE-OUTPUTS
               IF INVOICE-OPEN-FLAG = 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE BK-NUMBER TO HIRE-NUMBER.
           MOVE BK-DATE TO HIRE-DATE.
           MOVE BK-START-HHMM TO HIRE-START.
           MOVE BK-END-HHMM TO HIRE-END.
           MOVE BK-PRESET TO HIRE-PRESET.
           MOVE BK-PRICE TO HIRE-PRICE.
           MOVE BK-CUSTOMER TO HIRE-CUSTOMER.

           PERFORM SPOOL-INVOICE.

      *> the register line is what stops the next run billing it.
           MOVE SPACES TO INVOICE-RECORD.
           MOVE HIRE-NUMBER TO IV-NUMBER.
           MOVE TODAY-YMD TO IV-DATE.
           MOVE HIRE-PRICE TO IV-PRICE.
           MOVE HIRE-MATCHES TO IV-MATCHES.
           WRITE INVOICE-RECORD.

           IF INVOICED-COUNT < 2000 THEN
               ADD 1 TO INVOICED-COUNT
               MOVE HIRE-NUMBER TO INVOICED-NUMBER (INVOICED-COUNT)
           END-IF.

           ADD 1 TO INVOICE-COUNT.
           COMPUTE MONEY-EDIT = HIRE-PRICE / 100.
           DISPLAY HIRE-NUMBER " " HIRE-DATE " " HIRE-CUSTOMER
               " " MONEY-EDIT "  matches " HIRE-MATCHES.

       OPEN-INVOICE-OUTPUTS.
           OPEN EXTEND SPOOL-FILE.

           IF SPOOL-FILE-STATUS = "05"
           OR SPOOL-FILE-STATUS = "35" THEN
               OPEN OUTPUT SPOOL-FILE
           END-IF.

           IF SPOOL-FILE-STATUS NOT = "00" THEN
               DISPLAY "print spool unwritable (status "
                   SPOOL-FILE-STATUS "); no invoices printed."
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND INVOICE-FILE.

           IF INVOICE-FILE-STATUS = "05"
           OR INVOICE-FILE-STATUS = "35" THEN
               OPEN OUTPUT INVOICE-FILE
           END-IF.

           IF INVOICE-FILE-STATUS NOT = "00" THEN
               DISPLAY "booking_invoices.dat unwritable (status "
                   INVOICE-FILE-STATUS "); no invoices printed."
               CLOSE SPOOL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO INVOICE-OPEN-FLAG.

       SPOOL-INVOICE.
           MOVE RULE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING "PRIVATE HIRE INVOICE  no. " HIRE-NUMBER
               DELIMITED BY SIZE INTO INVOICE-LINE
           END-STRING.
           MOVE INVOICE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE HIRE-CUSTOMER TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING "hire " HIRE-DATE " " HIRE-START " to " HIRE-END
               DELIMITED BY SIZE INTO INVOICE-LINE
           END-STRING.
           MOVE INVOICE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING "preset " HIRE-PRESET
               DELIMITED BY SIZE INTO INVOICE-LINE
           END-STRING.
           MOVE INVOICE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING "printed " TODAY-YMD
               DELIMITED BY SIZE INTO INVOICE-LINE
           END-STRING.
           MOVE INVOICE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE ALL "-" TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE "time match no.  score  length(s)" TO SPOOL-LINE.
           WRITE SPOOL-LINE.

      *> rotated generations first, then whatever the live file has
      *> gathered since the last boot rotation.
           MOVE 0 TO HIRE-MATCHES.
           MOVE 0 TO HIRE-SECONDS.
           PERFORM LIST-MANIFEST-GENERATIONS.
           MOVE "./data/stats.dat" TO STATS-FILE-PATH.
           PERFORM LIST-HIRE-MATCHES.

           IF HIRE-MATCHES = 0 THEN
               MOVE "  (no matches played during the hire)"
                   TO SPOOL-LINE
               WRITE SPOOL-LINE
           END-IF.

           MOVE ALL "-" TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE HIRE-MATCHES TO COUNT-EDIT.
           COMPUTE MINUTES-EDIT = HIRE-SECONDS / 60.
           MOVE SPACES TO INVOICE-LINE.
           STRING "matches " COUNT-EDIT "   minutes " MINUTES-EDIT
               DELIMITED BY SIZE INTO INVOICE-LINE
           END-STRING.
           MOVE INVOICE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           COMPUTE MONEY-EDIT = HIRE-PRICE / 100.
           MOVE SPACES TO INVOICE-LINE.
           STRING "agreed price          " MONEY-EDIT
               DELIMITED BY SIZE INTO INVOICE-LINE
           END-STRING.
           MOVE INVOICE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE RULE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

       LIST-MANIFEST-GENERATIONS.
           OPEN INPUT MANIFEST-FILE.

           IF MANIFEST-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

      *> 3 is the stats file in the indices RotateLogFiles writes.
           PERFORM UNTIL MANIFEST-FILE-STATUS NOT = "00"
               READ MANIFEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MF-LOG-INDEX NUMERIC
                       AND MF-LOG-INDEX = 3 THEN
                           MOVE MF-PATH TO STATS-FILE-PATH
                           PERFORM LIST-HIRE-MATCHES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MANIFEST-FILE.

       LIST-HIRE-MATCHES.
           OPEN INPUT STATS-FILE.

           IF STATS-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL STATS-FILE-STATUS NOT = "00"
               READ STATS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CONSIDER-STATS-LINE
               END-READ
           END-PERFORM.

           CLOSE STATS-FILE.

       CONSIDER-STATS-LINE.
           IF ST-DATE NOT NUMERIC OR ST-TIME NOT NUMERIC
           OR ST-DATE NOT = HIRE-DATE THEN
               EXIT PARAGRAPH
           END-IF.

      *> the stats line is written as the match ends; a match that
      *> ends inside the hire was played during it.
           COMPUTE MATCH-HHMM = ST-TIME / 100.
           IF MATCH-HHMM < HIRE-START OR MATCH-HHMM > HIRE-END THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO HIRE-MATCHES.
           IF ST-LENGTH NUMERIC THEN
               ADD ST-LENGTH TO HIRE-SECONDS
               MOVE ST-LENGTH TO LENGTH-EDIT
           ELSE
               MOVE 0 TO LENGTH-EDIT
           END-IF.

           MOVE SPACES TO INVOICE-LINE.
           IF ST-MATCH-NUMBER NUMERIC THEN
               STRING MATCH-HHMM " " ST-MATCH-NUMBER "  "
                   ST-PLAYER-SCORE "-" ST-ENEMY-SCORE "  "
                   LENGTH-EDIT
                   DELIMITED BY SIZE INTO INVOICE-LINE
               END-STRING
           ELSE
               STRING MATCH-HHMM " --------  "
                   ST-PLAYER-SCORE "-" ST-ENEMY-SCORE "  "
                   LENGTH-EDIT
                   DELIMITED BY SIZE INTO INVOICE-LINE
               END-STRING
           END-IF.
           MOVE INVOICE-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.
