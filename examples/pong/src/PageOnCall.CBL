      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office on-call pager, run every minute beside
      *          FleetStatusListener. Every new line of
      *          ./data/fleet_exceptions.dat becomes a page: the
      *          people at the first level of ./data/oncall_roster.dat
      *          whose cover takes in the cabinet's site (from
      *          ./data/locations.dat) and the hour get a message in
      *          the gateway drop file ./data/page_outbox.dat. The
      *          replies the gateway files in ./data/page_acks.dat (A
      *          acknowledged, C cleared) stand the page down; with
      *          no acknowledgement after the set minutes (15, or
      *          the number on the command line) it goes to the next
      *          level, and when every level has been tried it is
      *          left UNANSWERED for the morning. A cabinet back on
      *          air, or a fault that stops, clears its exception by
      *          itself. Where every exception stands is kept in
      *          ./data/page_state.dat for PrintPagingReport.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PageOnCall.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "./data/oncall_roster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO "./data/fleet_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO "./data/page_acks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO "./data/page_outbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-FILE-STATUS.
           SELECT STATE-FILE ASSIGN TO "./data/page_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           COPY ONCALL.
       01  ROSTER-LINE PIC X(120).

       FD  EXCEPTION-FILE.
      *> the columns FleetStatusListener strings each line from.
       01  EXCEPTION-LINE.
           05 EX-DATE    PIC 9(8).
           05 EX-SEP-1   PIC X(1).
           05 EX-TIME    PIC 9(6).
           05 EX-SEP-2   PIC X(1).
           05 EX-CABINET PIC X(8).
           05 EX-SEP-3   PIC X(1).
           05 EX-TEXT    PIC X(55).

       FD  ACK-FILE.
       01  ACK-RECORD.
           COPY PAGEACK.

       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           COPY PAGEOUT.

       FD  STATE-FILE.
       01  STATE-RECORD.
           COPY PAGESTAT.

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS PIC X(2).
       01  ROSTER-FILE-STATUS PIC X(2).
       01  EXCEPTION-FILE-STATUS PIC X(2).
       01  ACK-FILE-STATUS PIC X(2).
       01  OUTBOX-FILE-STATUS PIC X(2).
       01  STATE-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  MINUTES-TOKEN PIC X(3) JUSTIFIED RIGHT VALUE SPACES.
       01  MINUTES-TOKEN-NUM REDEFINES MINUTES-TOKEN PIC 9(3).
      *> how long a page may go unacknowledged before the next
      *> level is called.
       01  ACK-MINUTES PIC 9(3) VALUE 15.

       01  NOW-DATE PIC 9(8) VALUE 0.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.
       01  NOW-TIME PIC 9(6) VALUE 0.
       01  NOW-TIME-PARTS REDEFINES NOW-TIME.
           05 NOW-HHMM PIC 9(4).
           05 NOW-SS   PIC 9(2).
       01  NOW-STAMP PIC 9(10) VALUE 0.

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
       01  WAITED-MINUTES PIC 9(10) VALUE 0.

       01  LOCATION-TABLE.
           05 LOCATION-ENTRY OCCURS 200 TIMES.
               10 LT-CABINET-ID PIC X(8).
               10 LT-SITE-CODE  PIC X(6).
       01  LOCATION-COUNT PIC 9(3) VALUE 0.
       01  LOCATION-IDX PIC 9(3) VALUE 0.
       01  CABINET-SITE-CODE PIC X(6) VALUE SPACES.

       01  ROSTER-TABLE.
           05 ROSTER-ROW OCCURS 100 TIMES PIC X(91).
       01  ROSTER-COUNT PIC 9(3) VALUE 0.
       01  ROSTER-IDX PIC 9(3) VALUE 0.
       01  HELD-ROSTER.
           COPY ONCALL REPLACING LEADING ==OC-== BY ==HR-==.
       01  COVER-FLAG PIC 9(1) VALUE 0.

      *> the page state file, held whole while this run moves it on.
       01  STATE-TABLE.
           05 STATE-ROW OCCURS 2000 TIMES PIC X(139).
       01  STATE-COUNT PIC 9(4) VALUE 0.
       01  STATE-IDX PIC 9(4) VALUE 0.
       01  FOUND-STATE-IDX PIC 9(4) VALUE 0.
       01  HELD-STATE.
           COPY PAGESTAT REPLACING LEADING ==PG-== BY ==HP-==.
       01  LAST-TAKEN-EXCEPTION PIC 9(6) VALUE 0.
       01  STATE-CHANGED PIC 9(1) VALUE 0.

       01  LINE-NUMBER PIC 9(6) VALUE 0.
       01  LINE-KIND PIC X(1) VALUE SPACE.
       01  LINE-ACTION PIC X(1) VALUE SPACE.

       01  PAGE-LEVEL PIC 9(2) VALUE 0.
       01  PAGES-SENT PIC 9(3) VALUE 0.

       01  NEW-EXCEPTIONS PIC 9(5) VALUE 0.
       01  CLEARED-COUNT PIC 9(5) VALUE 0.
       01  ACKED-COUNT PIC 9(5) VALUE 0.
       01  PAGED-COUNT PIC 9(5) VALUE 0.
       01  ESCALATED-COUNT PIC 9(5) VALUE 0.
       01  UNANSWERED-COUNT PIC 9(5) VALUE 0.
       01  STATE-LEFT-OUT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       PAGE-ON-CALL-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO MINUTES-TOKEN
           END-UNSTRING.

           IF MINUTES-TOKEN NOT = SPACES THEN
               INSPECT MINUTES-TOKEN REPLACING LEADING SPACE BY "0"
               IF MINUTES-TOKEN-NUM NOT NUMERIC
               OR MINUTES-TOKEN-NUM = 0 THEN
                   DISPLAY "Usage: PageOnCall [minutes]"
                   STOP RUN
               END-IF
               MOVE MINUTES-TOKEN-NUM TO ACK-MINUTES
           END-IF.

           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE NOW-TIME = NOW-TIME-RAW / 100.
           MOVE NOW-DATE TO STAMP-DATE.
           MOVE NOW-TIME TO STAMP-TIME.
           PERFORM COMPUTE-STAMP-MINUTES.
           MOVE STAMP-MINUTES TO NOW-STAMP.

           PERFORM LOAD-LOCATIONS.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-STATE.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM APPLY-ACKS.

           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               MOVE STATE-ROW (STATE-IDX) TO HELD-STATE
               IF HP-STATUS = "P" THEN
                   PERFORM CHECK-PAGE-DUE
               END-IF
           END-PERFORM.

           IF STATE-CHANGED = 1 THEN
               PERFORM SAVE-STATE
           END-IF.

           IF NEW-EXCEPTIONS > 0 OR PAGED-COUNT > 0
           OR CLEARED-COUNT > 0 OR ACKED-COUNT > 0
           OR UNANSWERED-COUNT > 0 THEN
               DISPLAY NOW-DATE " " NOW-TIME " new " NEW-EXCEPTIONS
                   " paged " PAGED-COUNT " escalated "
                   ESCALATED-COUNT " acknowledged " ACKED-COUNT
                   " cleared " CLEARED-COUNT " unanswered "
                   UNANSWERED-COUNT
           END-IF.
           IF STATE-LEFT-OUT > 0 THEN
               DISPLAY "page state file full; " STATE-LEFT-OUT
                   " exceptions not paged."
           END-IF.

           STOP RUN.

       COMPUTE-STAMP-MINUTES.
           CALL "DateToDayNumber" USING
               BY REFERENCE STAMP-DATE
               BY REFERENCE STAMP-DAY-NUMBER
           END-CALL.
           COMPUTE STAMP-MINUTES =
               STAMP-DAY-NUMBER * 1440 + STAMP-HH * 60 + STAMP-MM.

       LOAD-LOCATIONS.
           OPEN INPUT LOCATION-FILE.

           IF LOCATION-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LOCATION-FILE-STATUS NOT = "00"
               READ LOCATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-CABINET-ID (1:1) NOT = "#"
                       AND LC-CABINET-ID NOT = SPACES
                       AND LOCATION-COUNT < 200
                           ADD 1 TO LOCATION-COUNT
                           MOVE LC-CABINET-ID
                               TO LT-CABINET-ID (LOCATION-COUNT)
                           MOVE LC-SITE-CODE
                               TO LT-SITE-CODE (LOCATION-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOCATION-FILE.

       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.

           IF ROSTER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL ROSTER-FILE-STATUS NOT = "00"
           OR ROSTER-COUNT >= 100
               READ ROSTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment rows don't start with a level digit.
                       IF OC-LEVEL NUMERIC AND OC-LEVEL > 0
                       AND OC-FROM-HHMM NUMERIC
                       AND OC-TO-HHMM NUMERIC
                       AND OC-CONTACT NOT = SPACES THEN
                           ADD 1 TO ROSTER-COUNT
                           MOVE ROSTER-RECORD
                               TO ROSTER-ROW (ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROSTER-FILE.

       LOAD-STATE.
           OPEN INPUT STATE-FILE.

           IF STATE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL STATE-FILE-STATUS NOT = "00"
           OR STATE-COUNT >= 2000
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PG-EXCEPTION NUMERIC THEN
                           ADD 1 TO STATE-COUNT
                           MOVE STATE-RECORD TO STATE-ROW (STATE-COUNT)
                           IF PG-EXCEPTION > LAST-TAKEN-EXCEPTION THEN
                               MOVE PG-EXCEPTION
                                   TO LAST-TAKEN-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STATE-FILE.

       SCAN-EXCEPTIONS.
      *> the file only ever grows, so a line's number is its
      *> reference for good.
           OPEN INPUT EXCEPTION-FILE.

           IF EXCEPTION-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EXCEPTION-FILE-STATUS NOT = "00"
               READ EXCEPTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       IF EX-DATE NUMERIC AND EX-TIME NUMERIC
                       AND EX-CABINET NOT = SPACES THEN
                           PERFORM TAKE-EXCEPTION-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXCEPTION-FILE.

       TAKE-EXCEPTION-LINE.
           EVALUATE TRUE
               WHEN EX-TEXT (1:10) = "gone quiet"
                   MOVE "Q" TO LINE-KIND
                   MOVE "R" TO LINE-ACTION
               WHEN EX-TEXT (1:14) = "repeated fault"
                   MOVE "F" TO LINE-KIND
                   MOVE "R" TO LINE-ACTION
               WHEN EX-TEXT (1:11) = "back on air"
                   MOVE "Q" TO LINE-KIND
                   MOVE "C" TO LINE-ACTION
               WHEN EX-TEXT (1:13) = "fault cleared"
                   MOVE "F" TO LINE-KIND
                   MOVE "C" TO LINE-ACTION
               WHEN OTHER
                   MOVE "O" TO LINE-KIND
                   MOVE "R" TO LINE-ACTION
           END-EVALUATE.

           IF LINE-ACTION = "C" THEN
               PERFORM CLEAR-FROM-LINE
               EXIT PARAGRAPH
           END-IF.

           IF LINE-NUMBER <= LAST-TAKEN-EXCEPTION THEN
               EXIT PARAGRAPH
           END-IF.

           IF STATE-COUNT >= 2000 THEN
               ADD 1 TO STATE-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO HELD-STATE.
           MOVE LINE-NUMBER TO HP-EXCEPTION.
           MOVE EX-DATE TO HP-RAISED-DATE.
           MOVE EX-TIME TO HP-RAISED-TIME.
           MOVE EX-CABINET TO HP-CABINET.
           MOVE LINE-KIND TO HP-KIND.
           MOVE "P" TO HP-STATUS.
           MOVE 0 TO HP-LEVEL.
           MOVE 0 TO HP-PAGED-DATE.
           MOVE 0 TO HP-PAGED-TIME.
           MOVE 0 TO HP-PAGES.
           MOVE 0 TO HP-ACK-DATE.
           MOVE 0 TO HP-ACK-TIME.
           MOVE SPACES TO HP-ACK-BY.
           MOVE 0 TO HP-CLEAR-DATE.
           MOVE 0 TO HP-CLEAR-TIME.
           MOVE EX-TEXT TO HP-TEXT.

           ADD 1 TO STATE-COUNT.
           MOVE HELD-STATE TO STATE-ROW (STATE-COUNT).
           ADD 1 TO NEW-EXCEPTIONS.
           MOVE 1 TO STATE-CHANGED.

       CLEAR-FROM-LINE.
      *> a clearing line stands down the latest exception of its
      *> kind on that cabinet raised before it; read again on
      *> every run, it finds that one already cleared.
           MOVE 0 TO FOUND-STATE-IDX.
           PERFORM VARYING STATE-IDX FROM STATE-COUNT BY -1
               UNTIL STATE-IDX < 1 OR FOUND-STATE-IDX > 0
               MOVE STATE-ROW (STATE-IDX) TO HELD-STATE
               IF HP-CABINET = EX-CABINET
               AND HP-KIND = LINE-KIND
               AND HP-EXCEPTION < LINE-NUMBER THEN
                   MOVE STATE-IDX TO FOUND-STATE-IDX
               END-IF
           END-PERFORM.

           IF FOUND-STATE-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE STATE-ROW (FOUND-STATE-IDX) TO HELD-STATE.
           IF HP-CLEAR-DATE = 0 THEN
               MOVE EX-DATE TO HP-CLEAR-DATE
               MOVE EX-TIME TO HP-CLEAR-TIME
               MOVE "C" TO HP-STATUS
               MOVE HELD-STATE TO STATE-ROW (FOUND-STATE-IDX)
               ADD 1 TO CLEARED-COUNT
               MOVE 1 TO STATE-CHANGED
           END-IF.

       APPLY-ACKS.
           OPEN INPUT ACK-FILE.

           IF ACK-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL ACK-FILE-STATUS NOT = "00"
               READ ACK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PA-EXCEPTION NUMERIC
                       AND PA-DATE NUMERIC AND PA-TIME NUMERIC
                       AND (PA-KIND = "A" OR PA-KIND = "C") THEN
                           PERFORM TAKE-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACK-FILE.

       TAKE-ONE-ACK.
           MOVE 0 TO FOUND-STATE-IDX.
           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT OR FOUND-STATE-IDX > 0
               IF STATE-ROW (STATE-IDX) (1:6) = PA-EXCEPTION THEN
                   MOVE STATE-IDX TO FOUND-STATE-IDX
               END-IF
           END-PERFORM.

           IF FOUND-STATE-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE STATE-ROW (FOUND-STATE-IDX) TO HELD-STATE.

      *> a clear is an acknowledgement too, if none came first.
           IF HP-ACK-DATE = 0 THEN
               MOVE PA-DATE TO HP-ACK-DATE
               MOVE PA-TIME TO HP-ACK-TIME
               MOVE PA-CONTACT TO HP-ACK-BY
               IF HP-STATUS = "P" OR HP-STATUS = "U" THEN
                   MOVE "A" TO HP-STATUS
               END-IF
               ADD 1 TO ACKED-COUNT
               MOVE 1 TO STATE-CHANGED
           END-IF.

           IF PA-KIND = "C" AND HP-CLEAR-DATE = 0 THEN
               MOVE PA-DATE TO HP-CLEAR-DATE
               MOVE PA-TIME TO HP-CLEAR-TIME
               MOVE "C" TO HP-STATUS
               ADD 1 TO CLEARED-COUNT
               MOVE 1 TO STATE-CHANGED
           END-IF.

           MOVE HELD-STATE TO STATE-ROW (FOUND-STATE-IDX).

       CHECK-PAGE-DUE.
           IF HP-LEVEL > 0 THEN
               MOVE HP-PAGED-DATE TO STAMP-DATE
               MOVE HP-PAGED-TIME TO STAMP-TIME
               PERFORM COMPUTE-STAMP-MINUTES
               IF NOW-STAMP > STAMP-MINUTES THEN
                   COMPUTE WAITED-MINUTES = NOW-STAMP - STAMP-MINUTES
               ELSE
                   MOVE 0 TO WAITED-MINUTES
               END-IF
               IF WAITED-MINUTES < ACK-MINUTES THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ESCALATED-COUNT
           END-IF.

           MOVE SPACES TO CABINET-SITE-CODE.
           PERFORM VARYING LOCATION-IDX FROM 1 BY 1
               UNTIL LOCATION-IDX > LOCATION-COUNT
               OR CABINET-SITE-CODE NOT = SPACES
               IF LT-CABINET-ID (LOCATION-IDX) = HP-CABINET THEN
                   MOVE LT-SITE-CODE (LOCATION-IDX)
                       TO CABINET-SITE-CODE
               END-IF
           END-PERFORM.

      *> a level with nobody on cover for this site and hour is
      *> passed over for the next one up.
           MOVE 0 TO PAGES-SENT.
           COMPUTE PAGE-LEVEL = HP-LEVEL + 1.
           PERFORM UNTIL PAGES-SENT > 0 OR PAGE-LEVEL > 9
               PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                   UNTIL ROSTER-IDX > ROSTER-COUNT
                   MOVE ROSTER-ROW (ROSTER-IDX) TO HELD-ROSTER
                   IF HR-LEVEL = PAGE-LEVEL THEN
                       PERFORM PAGE-IF-ON-COVER
                   END-IF
               END-PERFORM
               IF PAGES-SENT = 0 THEN
                   ADD 1 TO PAGE-LEVEL
               END-IF
           END-PERFORM.

           IF PAGES-SENT = 0 THEN
               MOVE "U" TO HP-STATUS
               ADD 1 TO UNANSWERED-COUNT
               DISPLAY "Exception " HP-EXCEPTION " " HP-CABINET
                   " unanswered: no one left on the roster to page."
           ELSE
               MOVE PAGE-LEVEL TO HP-LEVEL
               MOVE NOW-DATE TO HP-PAGED-DATE
               MOVE NOW-TIME TO HP-PAGED-TIME
               ADD PAGES-SENT TO HP-PAGES
               ADD 1 TO PAGED-COUNT
           END-IF.

           MOVE HELD-STATE TO STATE-ROW (STATE-IDX).
           MOVE 1 TO STATE-CHANGED.

       PAGE-IF-ON-COVER.
           IF HR-SITE-CODE NOT = "*"
           AND HR-SITE-CODE NOT = CABINET-SITE-CODE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO COVER-FLAG.
           IF HR-FROM-HHMM <= HR-TO-HHMM THEN
               IF NOW-HHMM >= HR-FROM-HHMM
               AND NOW-HHMM <= HR-TO-HHMM THEN
                   MOVE 1 TO COVER-FLAG
               END-IF
           ELSE
               IF NOW-HHMM >= HR-FROM-HHMM
               OR NOW-HHMM <= HR-TO-HHMM THEN
                   MOVE 1 TO COVER-FLAG
               END-IF
           END-IF.

           IF COVER-FLAG = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO OUTBOX-RECORD.
           MOVE NOW-DATE TO PO-DATE.
           MOVE NOW-TIME TO PO-TIME.
           MOVE HP-EXCEPTION TO PO-EXCEPTION.
           MOVE PAGE-LEVEL TO PO-LEVEL.
           MOVE HR-CONTACT TO PO-CONTACT.
           MOVE HR-CHANNEL TO PO-CHANNEL.
           MOVE HR-ADDRESS TO PO-ADDRESS.
           STRING "REF " HP-EXCEPTION " A/C "
               HP-CABINET " " CABINET-SITE-CODE " "
               HP-TEXT DELIMITED BY SIZE
               INTO PO-MESSAGE
           END-STRING.

           OPEN EXTEND OUTBOX-FILE.

           IF OUTBOX-FILE-STATUS = "05"
           OR OUTBOX-FILE-STATUS = "35" THEN
               OPEN OUTPUT OUTBOX-FILE
           END-IF.

           IF OUTBOX-FILE-STATUS NOT = "00" THEN
               DISPLAY "page outbox unwritable (status "
                   OUTBOX-FILE-STATUS "); " HR-CONTACT " not paged."
               EXIT PARAGRAPH
           END-IF.

           WRITE OUTBOX-RECORD.
           CLOSE OUTBOX-FILE.

           ADD 1 TO PAGES-SENT.

       SAVE-STATE.
           OPEN OUTPUT STATE-FILE.

           IF STATE-FILE-STATUS NOT = "00" THEN
               DISPLAY "page state file unwritable (status "
                   STATE-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               MOVE STATE-ROW (STATE-IDX) TO STATE-RECORD
               WRITE STATE-RECORD
           END-PERFORM.

           CLOSE STATE-FILE.
