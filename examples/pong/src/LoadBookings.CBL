      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Reads one day's private hires from ./data/bookings.dat
      *          into the booking table, in the order the file gives
      *          them, so the cabinet can arm each hire's event
      *          preset at its start and put its own settings back at
      *          its end. A row whose end is not after its start, or
      *          whose times are not real clock times, is skipped --
      *          a hire the cabinet can't tell the end of is one it
      *          must not arm. No file hands back a count of zero.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadBookings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FILE ASSIGN TO "./data/bookings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FILE.
       01  BOOKING-RECORD.
           COPY BOOKREC.
      *> room for a whole comment row, so it reads as one line.
       01  BOOKING-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  BOOKING-FILE-STATUS PIC X(2).

       LINKAGE SECTION.
       01  BOOKING-DAY PIC 9(8).
       01  BOOKING-COUNT PIC 9(1).
       01  BOOKING-TABLE.
           COPY BOOKFLDS.

       PROCEDURE DIVISION USING BOOKING-DAY BOOKING-COUNT
           BOOKING-TABLE.
       LOAD-BOOKINGS-LOGIC.
           MOVE 0 TO BOOKING-COUNT.

           OPEN INPUT BOOKING-FILE.

           IF BOOKING-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL BOOKING-FILE-STATUS NOT = "00"
           OR BOOKING-COUNT >= 8
               READ BOOKING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment and template rows don't start with a digit.
                       IF BK-NUMBER NUMERIC AND BK-DATE NUMERIC
                       AND BK-DATE = BOOKING-DAY
                       AND BK-START-HHMM NUMERIC
                       AND BK-END-HHMM NUMERIC
                       AND BK-END-HHMM > BK-START-HHMM
                       AND BK-END-HHMM <= 2359
                       AND BK-START-HHMM (3:2) < "60"
                       AND BK-END-HHMM (3:2) < "60" THEN
                           PERFORM TAKE-BOOKING-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BOOKING-FILE.

           EXIT PROGRAM.

       TAKE-BOOKING-ROW.
           ADD 1 TO BOOKING-COUNT.
           MOVE BK-NUMBER TO BV-NUMBER (BOOKING-COUNT).
           MOVE BK-START-HHMM TO BV-START-HHMM (BOOKING-COUNT).
           MOVE BK-END-HHMM TO BV-END-HHMM (BOOKING-COUNT).
           MOVE BK-PRESET TO BV-PRESET (BOOKING-COUNT).
           MOVE BK-CUSTOMER TO BV-CUSTOMER (BOOKING-COUNT).
