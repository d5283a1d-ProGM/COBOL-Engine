      *          means always open, so cabinets without a schedule
      *          never notice this exists. The file is read once and
      *          cached; the clock is read on every call.
      *          A date on the public holiday calendar (./data/
      *          holidays.dat) opens on the hours of the weekday its
      *          T row treats it as, or on its own H row's hours;
      *          the calendar is looked at again each new day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SCHEDULE-FILE ASSIGN TO "./data/schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "./data/holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SD-SEP-2   PIC X(1).
           05 SD-CLOSE   PIC 9(4).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           COPY HOLIDAY.

       WORKING-STORAGE SECTION.
       01  SCHEDULE-FILE-STATUS PIC X(2).
       01  HOLIDAY-FILE-STATUS PIC X(2).

       01  SCHEDULE-LOADED-FLAG PIC 9(1) VALUE 0.
       01  SCHEDULE-TABLE.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.
       01  NOW-HHMM PIC 9(4) VALUE 0.

      *> today's standing on the holiday calendar: the weekday it is
      *> treated as (0 for none) and any hours of its own.
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  HOLIDAY-CHECKED-DAY PIC 9(8) VALUE 0.
       01  HOLIDAY-TREAT-AS PIC 9(1) VALUE 0.
       01  HOLIDAY-HOURS-FLAG PIC 9(1) VALUE 0.
       01  HOLIDAY-OPEN PIC 9(4) VALUE 0.
       01  HOLIDAY-CLOSE PIC 9(4) VALUE 0.

       01  DAY-OPEN PIC 9(4) VALUE 0.
       01  DAY-CLOSE PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  SCHEDULE-OPEN-FLAG PIC 9(1).

               PERFORM LOAD-SCHEDULE
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           IF TODAY-YMD NOT = HOLIDAY-CHECKED-DAY THEN
               PERFORM LOAD-TODAYS-HOLIDAY
           END-IF.

           MOVE 1 TO SCHEDULE-OPEN-FLAG.

           ACCEPT TODAY-WEEKDAY FROM DAY-OF-WEEK.
           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE NOW-HHMM = NOW-TIME-RAW / 10000.

           IF HOLIDAY-TREAT-AS NOT = 0 THEN
               MOVE HOLIDAY-TREAT-AS TO TODAY-WEEKDAY
           END-IF.

           IF HOLIDAY-HOURS-FLAG = 1 THEN
               MOVE HOLIDAY-OPEN TO DAY-OPEN
               MOVE HOLIDAY-CLOSE TO DAY-CLOSE
           ELSE
               IF TODAY-WEEKDAY < 1 OR TODAY-WEEKDAY > 7 THEN
                   EXIT PROGRAM
               END-IF
               IF SCH-PRESENT-FLAG (TODAY-WEEKDAY) = 0 THEN
                   EXIT PROGRAM
               END-IF
               MOVE SCH-OPEN (TODAY-WEEKDAY) TO DAY-OPEN
               MOVE SCH-CLOSE (TODAY-WEEKDAY) TO DAY-CLOSE
           END-IF.

           IF DAY-CLOSE >= DAY-OPEN
               IF NOW-HHMM < DAY-OPEN
               OR NOW-HHMM >= DAY-CLOSE THEN
                   MOVE 0 TO SCHEDULE-OPEN-FLAG
               END-IF
           ELSE
      *> closing after midnight: open from the opening time through
      *> the end of the day, and from midnight until the close.
               IF NOW-HHMM < DAY-OPEN
               AND NOW-HHMM >= DAY-CLOSE THEN
                   MOVE 0 TO SCHEDULE-OPEN-FLAG
               END-IF
           END-IF.
           END-PERFORM.

           CLOSE SCHEDULE-FILE.

       LOAD-TODAYS-HOLIDAY.
           MOVE TODAY-YMD TO HOLIDAY-CHECKED-DAY.
           MOVE 0 TO HOLIDAY-TREAT-AS.
           MOVE 0 TO HOLIDAY-HOURS-FLAG.

           OPEN INPUT HOLIDAY-FILE.

           IF HOLIDAY-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL HOLIDAY-FILE-STATUS NOT = "00"
               READ HOLIDAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HD-DATE NUMERIC
                       AND HD-DATE = TODAY-YMD THEN
                           PERFORM TAKE-HOLIDAY-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HOLIDAY-FILE.

       TAKE-HOLIDAY-ROW.
           EVALUATE HD-KIND
               WHEN "T"
                   IF HD-TREAT-AS NUMERIC
                   AND HD-TREAT-AS >= 1 AND HD-TREAT-AS <= 7 THEN
                       MOVE HD-TREAT-AS TO HOLIDAY-TREAT-AS
                   END-IF
               WHEN "H"
                   IF HD-OPEN NUMERIC AND HD-CLOSE NUMERIC THEN
                       MOVE 1 TO HOLIDAY-HOURS-FLAG
                       MOVE HD-OPEN TO HOLIDAY-OPEN
                       MOVE HD-CLOSE TO HOLIDAY-CLOSE
                   END-IF
           END-EVALUATE.
