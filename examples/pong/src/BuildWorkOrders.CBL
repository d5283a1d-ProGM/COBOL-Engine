      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office work-order run. Reads the incident books
      *          the cabinets sent home in one night's collection
      *          (./data/collected_<yyyymmdd>/fleet_incidents.dat;
      *          today's, or the date on the command line) and brings
      *          ./data/work_orders.dat up to date from them. Every
      *          cabinet sends its whole book every night, so an
      *          incident is known by its cabinet, date, time and
      *          category: one not on the file yet gets the next
      *          work-order number and the technician whose round
      *          the cabinet's site is on (./data/locations.dat and
      *          ./data/technicians.dat); one the cabinet has since
      *          resolved moves its open order to R, waiting for the
      *          technician's time sheet (CompleteWorkOrder).
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuildWorkOrders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT TECHNICIAN-FILE ASSIGN TO "./data/technicians.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TECHNICIAN-FILE-STATUS.
           SELECT FLEET-INCIDENT-FILE ASSIGN TO FLEET-INCIDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-INCIDENT-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "./data/work_orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-ORDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  TECHNICIAN-FILE.
       01  TECHNICIAN-RECORD.
           COPY TECHREC.
       01  TECHNICIAN-LINE PIC X(120).

       FD  FLEET-INCIDENT-FILE.
      *> the consolidated line is the cabinet prefix plus the
      *> incident line's own columns.
       01  FLEET-INCIDENT-LINE.
           05 FI-CABINET PIC X(8).
           05 FI-SEP     PIC X(1).
           COPY INCIDENTREC.

       FD  WORK-ORDER-FILE.
       01  WORK-ORDER-RECORD.
           COPY WORKORD.
       01  WORK-ORDER-LINE PIC X(146).

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS PIC X(2).
       01  TECHNICIAN-FILE-STATUS PIC X(2).
       01  FLEET-INCIDENT-STATUS PIC X(2).
       01  WORK-ORDER-FILE-STATUS PIC X(2).
       01  FLEET-INCIDENT-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DATE-ARGUMENT PIC X(8) VALUE SPACES.
       01  DATE-ARGUMENT-NUM REDEFINES DATE-ARGUMENT PIC 9(8).
       01  COLLECTION-DATE PIC 9(8) VALUE 0.

       01  LOCATION-TABLE.
           05 LOCATION-ENTRY OCCURS 200 TIMES.
               10 LT-CABINET-ID PIC X(8).
               10 LT-SITE-CODE  PIC X(6).
       01  LOCATION-COUNT PIC 9(3) VALUE 0.
       01  LOCATION-IDX PIC 9(3) VALUE 0.

       01  TECHNICIAN-TABLE.
           05 TECHNICIAN-ENTRY OCCURS 200 TIMES.
               10 TT-SITE-CODE  PIC X(6).
               10 TT-TECHNICIAN PIC X(8).
       01  TECHNICIAN-COUNT PIC 9(3) VALUE 0.
       01  TECHNICIAN-IDX PIC 9(3) VALUE 0.

       01  CABINET-SITE-CODE PIC X(6) VALUE SPACES.
       01  CABINET-TECHNICIAN PIC X(8) VALUE SPACES.

      *> the work-order file is held whole, comment rows and all,
      *> while the night's incidents are matched against it.
       01  ORDER-TABLE.
           05 ORDER-ROW OCCURS 3000 TIMES PIC X(146).
       01  ORDER-COUNT PIC 9(4) VALUE 0.
       01  ORDER-IDX PIC 9(4) VALUE 0.
       01  FOUND-ORDER-IDX PIC 9(4) VALUE 0.
       01  LAST-ORDER-NUMBER PIC 9(6) VALUE 0.
       01  PART-IDX PIC 9(1) VALUE 0.

       01  HELD-ORDER.
           COPY WORKORD REPLACING LEADING ==WO-== BY ==HW-==.

       01  INCIDENTS-READ PIC 9(5) VALUE 0.
       01  ORDERS-RAISED PIC 9(5) VALUE 0.
       01  ORDERS-RESOLVED PIC 9(5) VALUE 0.
       01  ORDERS-UNASSIGNED PIC 9(5) VALUE 0.
       01  ORDERS-LEFT-OUT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       BUILD-WORK-ORDERS-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DATE-ARGUMENT
           END-UNSTRING.

           IF DATE-ARGUMENT = SPACES THEN
               ACCEPT COLLECTION-DATE FROM DATE YYYYMMDD
           ELSE
               IF DATE-ARGUMENT-NUM NOT NUMERIC THEN
                   DISPLAY "Usage: BuildWorkOrders [yyyymmdd]"
                   STOP RUN
               END-IF
               MOVE DATE-ARGUMENT-NUM TO COLLECTION-DATE
           END-IF.

           MOVE SPACES TO FLEET-INCIDENT-PATH.
           STRING "./data/collected_" COLLECTION-DATE
               "/fleet_incidents.dat"
               DELIMITED BY SIZE INTO FLEET-INCIDENT-PATH
           END-STRING.

           OPEN INPUT FLEET-INCIDENT-FILE.

           IF FLEET-INCIDENT-STATUS NOT = "00" THEN
               DISPLAY "No incident books in the " COLLECTION-DATE
                   " collection; no work orders raised."
               STOP RUN
           END-IF.

           PERFORM LOAD-LOCATIONS.
           PERFORM LOAD-TECHNICIANS.
           PERFORM LOAD-WORK-ORDERS.

           PERFORM UNTIL FLEET-INCIDENT-STATUS NOT = "00"
               READ FLEET-INCIDENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FI-CABINET NOT = SPACES
                       AND IN-DATE NUMERIC
                       AND IN-TIME NUMERIC THEN
                           ADD 1 TO INCIDENTS-READ
                           PERFORM TAKE-ONE-INCIDENT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FLEET-INCIDENT-FILE.

           IF ORDERS-RAISED > 0 OR ORDERS-RESOLVED > 0 THEN
               PERFORM SAVE-WORK-ORDERS
           END-IF.

           DISPLAY "=== WORK ORDERS FROM THE " COLLECTION-DATE
               " COLLECTION ===".
           DISPLAY "incidents read          " INCIDENTS-READ.
           DISPLAY "work orders raised      " ORDERS-RAISED.
           DISPLAY "of them unassigned      " ORDERS-UNASSIGNED.
           DISPLAY "resolved on the cabinet " ORDERS-RESOLVED.
           IF ORDERS-LEFT-OUT > 0 THEN
               DISPLAY "work-order file full; " ORDERS-LEFT-OUT
                   " incidents left out."
           END-IF.

           STOP RUN.

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

       LOAD-TECHNICIANS.
           OPEN INPUT TECHNICIAN-FILE.

           IF TECHNICIAN-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL TECHNICIAN-FILE-STATUS NOT = "00"
               READ TECHNICIAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-SITE-CODE (1:1) NOT = "#"
                       AND TC-SITE-CODE NOT = SPACES
                       AND TECHNICIAN-COUNT < 200
                           ADD 1 TO TECHNICIAN-COUNT
                           MOVE TC-SITE-CODE
                               TO TT-SITE-CODE (TECHNICIAN-COUNT)
                           MOVE TC-TECHNICIAN
                               TO TT-TECHNICIAN (TECHNICIAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TECHNICIAN-FILE.

       LOAD-WORK-ORDERS.
           OPEN INPUT WORK-ORDER-FILE.

           IF WORK-ORDER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WORK-ORDER-FILE-STATUS NOT = "00"
           OR ORDER-COUNT >= 3000
               READ WORK-ORDER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO ORDER-COUNT
                       MOVE WORK-ORDER-LINE TO ORDER-ROW (ORDER-COUNT)
                       IF WO-NUMBER NUMERIC
                       AND WO-NUMBER > LAST-ORDER-NUMBER THEN
                           MOVE WO-NUMBER TO LAST-ORDER-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE WORK-ORDER-FILE.

       TAKE-ONE-INCIDENT.
           MOVE 0 TO FOUND-ORDER-IDX.
           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT OR FOUND-ORDER-IDX > 0
               MOVE ORDER-ROW (ORDER-IDX) TO HELD-ORDER
               IF HW-NUMBER NUMERIC
               AND HW-CABINET = FI-CABINET
               AND HW-RAISED-DATE = IN-DATE
               AND HW-RAISED-TIME = IN-TIME
               AND HW-CATEGORY = IN-CATEGORY THEN
                   MOVE ORDER-IDX TO FOUND-ORDER-IDX
               END-IF
           END-PERFORM.

           IF FOUND-ORDER-IDX = 0 THEN
               PERFORM RAISE-WORK-ORDER
               EXIT PARAGRAPH
           END-IF.

      *> an order already on the file only moves on when the
      *> cabinet has since resolved the incident.
           MOVE ORDER-ROW (FOUND-ORDER-IDX) TO HELD-ORDER.
           IF HW-STATUS = "O" AND IN-STATUS = "R" THEN
               MOVE "R" TO HW-STATUS
               MOVE IN-RESOLVED-DATE TO HW-RESOLVED-DATE
               MOVE HELD-ORDER TO ORDER-ROW (FOUND-ORDER-IDX)
               ADD 1 TO ORDERS-RESOLVED
           END-IF.

       RAISE-WORK-ORDER.
           IF ORDER-COUNT >= 3000 THEN
               ADD 1 TO ORDERS-LEFT-OUT
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CABINET-TECHNICIAN.

           ADD 1 TO LAST-ORDER-NUMBER.
           MOVE SPACES TO HELD-ORDER.
           MOVE LAST-ORDER-NUMBER TO HW-NUMBER.
           MOVE FI-CABINET TO HW-CABINET.
           MOVE IN-DATE TO HW-RAISED-DATE.
           MOVE IN-TIME TO HW-RAISED-TIME.
           MOVE IN-CATEGORY TO HW-CATEGORY.
           MOVE IN-SOURCE TO HW-SOURCE.
           IF IN-STATUS = "R" THEN
               MOVE "R" TO HW-STATUS
               MOVE IN-RESOLVED-DATE TO HW-RESOLVED-DATE
               ADD 1 TO ORDERS-RESOLVED
           ELSE
               MOVE "O" TO HW-STATUS
               MOVE 0 TO HW-RESOLVED-DATE
           END-IF.
           MOVE CABINET-TECHNICIAN TO HW-TECHNICIAN.
           MOVE 0 TO HW-TRAVEL-MINUTES.
           MOVE 0 TO HW-REPAIR-MINUTES.
           PERFORM VARYING PART-IDX FROM 1 BY 1 UNTIL PART-IDX > 3
               MOVE SPACES TO HW-PART-CODE (PART-IDX)
               MOVE 0 TO HW-PART-QTY (PART-IDX)
           END-PERFORM.
           MOVE IN-TEXT TO HW-TEXT.

           ADD 1 TO ORDER-COUNT.
           MOVE HELD-ORDER TO ORDER-ROW (ORDER-COUNT).
           ADD 1 TO ORDERS-RAISED.
           IF CABINET-TECHNICIAN = SPACES THEN
               ADD 1 TO ORDERS-UNASSIGNED
           END-IF.

       FIND-CABINET-TECHNICIAN.
           MOVE SPACES TO CABINET-SITE-CODE.
           MOVE SPACES TO CABINET-TECHNICIAN.

           PERFORM VARYING LOCATION-IDX FROM 1 BY 1
               UNTIL LOCATION-IDX > LOCATION-COUNT
               OR CABINET-SITE-CODE NOT = SPACES
               IF LT-CABINET-ID (LOCATION-IDX) = FI-CABINET THEN
                   MOVE LT-SITE-CODE (LOCATION-IDX)
                       TO CABINET-SITE-CODE
               END-IF
           END-PERFORM.

           IF CABINET-SITE-CODE = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING TECHNICIAN-IDX FROM 1 BY 1
               UNTIL TECHNICIAN-IDX > TECHNICIAN-COUNT
               OR CABINET-TECHNICIAN NOT = SPACES
               IF TT-SITE-CODE (TECHNICIAN-IDX) = CABINET-SITE-CODE
                   MOVE TT-TECHNICIAN (TECHNICIAN-IDX)
                       TO CABINET-TECHNICIAN
               END-IF
           END-PERFORM.

       SAVE-WORK-ORDERS.
           OPEN OUTPUT WORK-ORDER-FILE.

           IF WORK-ORDER-FILE-STATUS NOT = "00" THEN
               DISPLAY "work-order file unwritable (status "
                   WORK-ORDER-FILE-STATUS "); nothing saved."
               MOVE 0 TO ORDERS-RAISED
               MOVE 0 TO ORDERS-RESOLVED
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ORDER-IDX FROM 1 BY 1
               UNTIL ORDER-IDX > ORDER-COUNT
               MOVE ORDER-ROW (ORDER-IDX) TO WORK-ORDER-LINE
               WRITE WORK-ORDER-LINE
           END-PERFORM.

           CLOSE WORK-ORDER-FILE.
