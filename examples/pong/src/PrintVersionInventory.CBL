      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office version inventory. For every cabinet on
      *          the location register (and any other that reported)
      *          the software build it runs and the format version
      *          of each versioned data file, from the inventories
      *          the cabinets sent home in one night's collection
      *          (./data/collected_<yyyymmdd>/fleet_version_inventory
      *          .dat; today's, or the date on the command line) --
      *          or, for a cabinet missing from it, from its latest
      *          status beacon on ./data/fleet_status.dat. A build is
      *          approved for a cabinet when ./data/build_approvals
      *          .dat has it standing approved for the FLEET or for a
      *          rollout ring the cabinet is in (./data/rollout_rings
      *          .dat); otherwise the cabinet is flagged UNAPPROVED.
      *          A data file at an older format than the newest any
      *          cabinet reports is flagged BEHIND, and a cabinet that
      *          told us nothing NO REPORT. The foot counts cabinets
      *          by build.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintVersionInventory.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-FILE ASSIGN TO "./data/locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCATION-FILE-STATUS.
           SELECT RING-FILE ASSIGN TO "./data/rollout_rings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RING-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "./data/build_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT FLEET-INVENTORY-FILE ASSIGN TO FLEET-INVENTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-INVENTORY-STATUS.
           SELECT BOARD-FILE ASSIGN TO "./data/fleet_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.
      *> room for a whole comment row, so it reads as one line.
       01  LOCATION-LINE PIC X(120).

       FD  RING-FILE.
       01  RING-RECORD.
           COPY RINGREC.
       01  RING-LINE PIC X(120).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           COPY BLDAPPR.
       01  APPROVAL-LINE PIC X(120).

       FD  FLEET-INVENTORY-FILE.
      *> the consolidated line is the cabinet prefix plus the
      *> inventory line's own columns.
       01  FLEET-INVENTORY-LINE.
           05 FI-CABINET PIC X(8).
           05 FI-SEP     PIC X(1).
           COPY VERSINV.

       FD  BOARD-FILE.
      *> the columns of FleetStatusListener's board this report
      *> wants: the cabinet, and the build and formats at the end.
       01  BOARD-LINE.
           05 BL-CABINET   PIC X(8).
           05 FILLER       PIC X(73).
           05 BL-BUILD     PIC X(8).
           05 FILLER       PIC X(1).
           05 BL-FORMATS   PIC X(9).
           05 FILLER       PIC X(33).

       WORKING-STORAGE SECTION.
       01  LOCATION-FILE-STATUS PIC X(2).
       01  RING-FILE-STATUS PIC X(2).
       01  APPROVAL-FILE-STATUS PIC X(2).
       01  FLEET-INVENTORY-STATUS PIC X(2).
       01  BOARD-FILE-STATUS PIC X(2).
       01  FLEET-INVENTORY-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DATE-ARGUMENT PIC X(8) VALUE SPACES.
       01  DATE-ARGUMENT-NUM REDEFINES DATE-ARGUMENT PIC 9(8).
       01  COLLECTION-DATE PIC 9(8) VALUE 0.

       01  FORMAT-FILE-NAMES.
           COPY FMTNAMES.
       01  FORMAT-FILE-NAMES-VIEW REDEFINES FORMAT-FILE-NAMES.
           05 FORMAT-FILE-NAME OCCURS 9 TIMES PIC X(28).
       01  FORMAT-IDX PIC 9(2) VALUE 0.
       01  FORMAT-FOUND PIC 9(2) VALUE 0.
      *> the newest version any cabinet reports for each file;
      *> digits compare in order as characters.
       01  NEWEST-FORMATS.
           05 NEWEST-FORMAT OCCURS 9 TIMES PIC X(1).

       01  CABINET-TABLE.
           05 CABINET-ENTRY OCCURS 200 TIMES.
               10 CV-CABINET PIC X(8).
               10 CV-BUILD   PIC X(8).
               10 CV-FORMATS.
                   15 CV-FORMAT OCCURS 9 TIMES PIC X(1).
               10 CV-SOURCE  PIC X(6).
       01  CABINET-COUNT PIC 9(3) VALUE 0.
       01  CABINET-IDX PIC 9(3) VALUE 0.
       01  CABINET-FOUND PIC 9(3) VALUE 0.
       01  WANTED-CABINET PIC X(8) VALUE SPACES.

       01  RING-TABLE.
           05 RING-ENTRY OCCURS 500 TIMES.
               10 RT-RING    PIC X(8).
               10 RT-CABINET PIC X(8).
       01  RING-COUNT PIC 9(3) VALUE 0.
       01  RING-IDX PIC 9(3) VALUE 0.

      *> the standing decision per build and ring, latest line
      *> winning.
       01  STANDING-TABLE.
           05 STANDING-ENTRY OCCURS 300 TIMES.
               10 ST-BUILD  PIC X(8).
               10 ST-RING   PIC X(8).
               10 ST-ACTION PIC X(1).
       01  STANDING-COUNT PIC 9(3) VALUE 0.
       01  STANDING-IDX PIC 9(3) VALUE 0.
       01  STANDING-FOUND PIC 9(3) VALUE 0.

       01  BUILD-TABLE.
           05 BUILD-ENTRY OCCURS 50 TIMES.
               10 BS-BUILD    PIC X(8).
               10 BS-CABINETS PIC 9(3).
               10 BS-FLEET    PIC 9(1).
       01  BUILD-COUNT PIC 9(2) VALUE 0.
       01  BUILD-IDX PIC 9(2) VALUE 0.
       01  BUILD-FOUND PIC 9(2) VALUE 0.

       01  APPROVED-FOR PIC X(10) VALUE SPACES.
       01  BEHIND-FLAG PIC 9(1) VALUE 0.
       01  REPORT-NOTE PIC X(20) VALUE SPACES.
       01  BUILD-NOTE PIC X(20) VALUE SPACES.

       01  FEED-COUNT PIC 9(3) VALUE 0.
       01  BEACON-COUNT PIC 9(3) VALUE 0.
       01  NO-REPORT-COUNT PIC 9(3) VALUE 0.
       01  UNAPPROVED-COUNT PIC 9(3) VALUE 0.
       01  BEHIND-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-VERSION-INVENTORY-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DATE-ARGUMENT
           END-UNSTRING.

           IF DATE-ARGUMENT = SPACES THEN
               ACCEPT COLLECTION-DATE FROM DATE YYYYMMDD
           ELSE
               IF DATE-ARGUMENT-NUM NOT NUMERIC THEN
                   DISPLAY "Usage: PrintVersionInventory [yyyymmdd]"
                   STOP RUN
               END-IF
               MOVE DATE-ARGUMENT-NUM TO COLLECTION-DATE
           END-IF.

           MOVE SPACES TO NEWEST-FORMATS.

           PERFORM LOAD-LOCATIONS.
           PERFORM LOAD-RINGS.
           PERFORM LOAD-APPROVALS.
           PERFORM LOAD-FLEET-INVENTORY.
           PERFORM LOAD-BEACON-BOARD.

           DISPLAY "=== VERSION INVENTORY " COLLECTION-DATE " ===".
           DISPLAY "format columns, with the newest version reported:".
           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > 9
               DISPLAY "  " FORMAT-IDX " "
                   FORMAT-FILE-NAME (FORMAT-IDX) " "
                   NEWEST-FORMAT (FORMAT-IDX)
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "cabinet  build    formats   from   approved"
               "   notes".

           IF CABINET-COUNT = 0 THEN
               DISPLAY "(no cabinets registered and none reported)"
           END-IF.

           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               PERFORM PRINT-ONE-CABINET
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "build    cabinets approval".
           PERFORM VARYING BUILD-IDX FROM 1 BY 1
               UNTIL BUILD-IDX > BUILD-COUNT
               IF BS-FLEET (BUILD-IDX) = 1 THEN
                   MOVE "whole fleet" TO BUILD-NOTE
               ELSE
                   MOVE "not for the fleet" TO BUILD-NOTE
               END-IF
               DISPLAY BS-BUILD (BUILD-IDX) " "
                   BS-CABINETS (BUILD-IDX) "      " BUILD-NOTE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "cabinets           " CABINET-COUNT.
           DISPLAY "from nightly feed  " FEED-COUNT.
           DISPLAY "from beacon only   " BEACON-COUNT.
           DISPLAY "no report          " NO-REPORT-COUNT.
           DISPLAY "unapproved build   " UNAPPROVED-COUNT.
           DISPLAY "data files behind  " BEHIND-COUNT.

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
                       AND LC-CABINET-ID NOT = SPACES THEN
                           MOVE LC-CABINET-ID TO WANTED-CABINET
                           PERFORM FIND-CABINET-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOCATION-FILE.

       LOAD-RINGS.
           OPEN INPUT RING-FILE.

           IF RING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RING-FILE-STATUS NOT = "00"
           OR RING-COUNT >= 500
               READ RING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-RING (1:1) NOT = "#"
                       AND RG-RING NOT = SPACES
                       AND RG-CABINET NOT = SPACES THEN
                           ADD 1 TO RING-COUNT
                           MOVE RG-RING TO RT-RING (RING-COUNT)
                           MOVE RG-CABINET TO RT-CABINET (RING-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RING-FILE.

       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE.

           IF APPROVAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL APPROVAL-FILE-STATUS NOT = "00"
               READ APPROVAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BA-BUILD (1:1) NOT = "#"
                       AND BA-BUILD NOT = SPACES
                       AND BA-RING NOT = SPACES THEN
                           PERFORM TAKE-APPROVAL-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPROVAL-FILE.

       TAKE-APPROVAL-LINE.
           MOVE 0 TO STANDING-FOUND.
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
               OR STANDING-FOUND > 0
               IF ST-BUILD (STANDING-IDX) = BA-BUILD
               AND ST-RING (STANDING-IDX) = BA-RING THEN
                   MOVE STANDING-IDX TO STANDING-FOUND
               END-IF
           END-PERFORM.

           IF STANDING-FOUND = 0 THEN
               IF STANDING-COUNT >= 300 THEN
                   DISPLAY "Approval table full; later approvals"
                       " ignored."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO STANDING-COUNT
               MOVE STANDING-COUNT TO STANDING-FOUND
               MOVE BA-BUILD TO ST-BUILD (STANDING-FOUND)
               MOVE BA-RING TO ST-RING (STANDING-FOUND)
           END-IF.

           MOVE BA-ACTION TO ST-ACTION (STANDING-FOUND).

       LOAD-FLEET-INVENTORY.
           MOVE SPACES TO FLEET-INVENTORY-PATH.
           STRING "./data/collected_" COLLECTION-DATE
               "/fleet_version_inventory.dat"
               DELIMITED BY SIZE INTO FLEET-INVENTORY-PATH
           END-STRING.

           OPEN INPUT FLEET-INVENTORY-FILE.

           IF FLEET-INVENTORY-STATUS NOT = "00" THEN
               DISPLAY "No version inventories in the "
                   COLLECTION-DATE " collection; beacons only."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL FLEET-INVENTORY-STATUS NOT = "00"
               READ FLEET-INVENTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FI-CABINET NOT = SPACES
                       AND (VI-KIND = "BUILD" OR VI-KIND = "FORMAT")
                       THEN
                           PERFORM TAKE-INVENTORY-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FLEET-INVENTORY-FILE.

       TAKE-INVENTORY-LINE.
           MOVE FI-CABINET TO WANTED-CABINET.
           PERFORM FIND-CABINET-ROW.

           IF CABINET-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "FEED" TO CV-SOURCE (CABINET-FOUND).

           IF VI-KIND = "BUILD" THEN
               MOVE VI-VALUE TO CV-BUILD (CABINET-FOUND)
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FORMAT-FOUND.
           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > 9 OR FORMAT-FOUND > 0
               IF FORMAT-FILE-NAME (FORMAT-IDX) = VI-NAME THEN
                   MOVE FORMAT-IDX TO FORMAT-FOUND
               END-IF
           END-PERFORM.

           IF FORMAT-FOUND > 0 THEN
               MOVE VI-VALUE (1:1)
                   TO CV-FORMAT (CABINET-FOUND, FORMAT-FOUND)
               PERFORM NOTE-NEWEST-FORMAT
           END-IF.

       LOAD-BEACON-BOARD.
      *> a cabinet whose feed did not arrive is still known by what
      *> its beacon last said; an older build's beacon said nothing.
           OPEN INPUT BOARD-FILE.

           IF BOARD-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL BOARD-FILE-STATUS NOT = "00"
               READ BOARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BL-CABINET NOT = SPACES
                       AND BL-BUILD NOT = SPACES THEN
                           PERFORM TAKE-BOARD-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BOARD-FILE.

       TAKE-BOARD-LINE.
           MOVE BL-CABINET TO WANTED-CABINET.
           PERFORM FIND-CABINET-ROW.

           IF CABINET-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF CV-SOURCE (CABINET-FOUND) = "FEED" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "BEACON" TO CV-SOURCE (CABINET-FOUND).
           MOVE BL-BUILD TO CV-BUILD (CABINET-FOUND).
           MOVE BL-FORMATS TO CV-FORMATS (CABINET-FOUND).

           PERFORM VARYING FORMAT-FOUND FROM 1 BY 1
               UNTIL FORMAT-FOUND > 9
               PERFORM NOTE-NEWEST-FORMAT
           END-PERFORM.

       NOTE-NEWEST-FORMAT.
           IF CV-FORMAT (CABINET-FOUND, FORMAT-FOUND) >= "1"
           AND CV-FORMAT (CABINET-FOUND, FORMAT-FOUND) <= "9"
           AND (NEWEST-FORMAT (FORMAT-FOUND) = SPACE
               OR CV-FORMAT (CABINET-FOUND, FORMAT-FOUND)
                   > NEWEST-FORMAT (FORMAT-FOUND)) THEN
               MOVE CV-FORMAT (CABINET-FOUND, FORMAT-FOUND)
                   TO NEWEST-FORMAT (FORMAT-FOUND)
           END-IF.

       FIND-CABINET-ROW.
           MOVE 0 TO CABINET-FOUND.
           PERFORM VARYING CABINET-IDX FROM 1 BY 1
               UNTIL CABINET-IDX > CABINET-COUNT
               OR CABINET-FOUND > 0
               IF CV-CABINET (CABINET-IDX) = WANTED-CABINET THEN
                   MOVE CABINET-IDX TO CABINET-FOUND
               END-IF
           END-PERFORM.

           IF CABINET-FOUND = 0 THEN
               IF CABINET-COUNT >= 200 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CABINET-COUNT
               MOVE CABINET-COUNT TO CABINET-FOUND
               MOVE WANTED-CABINET TO CV-CABINET (CABINET-FOUND)
               MOVE SPACES TO CV-BUILD (CABINET-FOUND)
               MOVE SPACES TO CV-FORMATS (CABINET-FOUND)
               MOVE SPACES TO CV-SOURCE (CABINET-FOUND)
           END-IF.

       PRINT-ONE-CABINET.
           MOVE SPACES TO APPROVED-FOR.
           MOVE SPACES TO REPORT-NOTE.

           IF CV-BUILD (CABINET-IDX) = SPACES THEN
               ADD 1 TO NO-REPORT-COUNT
               DISPLAY CV-CABINET (CABINET-IDX) " -        -         "
                   "-      -          NO REPORT"
               EXIT PARAGRAPH
           END-IF.

           IF CV-SOURCE (CABINET-IDX) = "FEED" THEN
               ADD 1 TO FEED-COUNT
           ELSE
               ADD 1 TO BEACON-COUNT
           END-IF.

           PERFORM FIND-CABINET-APPROVAL.
           PERFORM COUNT-CABINET-BUILD.

           IF APPROVED-FOR = SPACES THEN
               MOVE "-" TO APPROVED-FOR
               MOVE "UNAPPROVED" TO REPORT-NOTE
               ADD 1 TO UNAPPROVED-COUNT
           END-IF.

           MOVE 0 TO BEHIND-FLAG.
           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > 9
               IF CV-FORMAT (CABINET-IDX, FORMAT-IDX) >= "1"
               AND CV-FORMAT (CABINET-IDX, FORMAT-IDX) <= "9"
               AND CV-FORMAT (CABINET-IDX, FORMAT-IDX)
                   < NEWEST-FORMAT (FORMAT-IDX) THEN
                   MOVE 1 TO BEHIND-FLAG
               END-IF
           END-PERFORM.

           IF BEHIND-FLAG = 1 THEN
               ADD 1 TO BEHIND-COUNT
               IF REPORT-NOTE = SPACES THEN
                   MOVE "BEHIND" TO REPORT-NOTE
               ELSE
                   MOVE "UNAPPROVED BEHIND" TO REPORT-NOTE
               END-IF
           END-IF.

           DISPLAY CV-CABINET (CABINET-IDX) " "
               CV-BUILD (CABINET-IDX) " "
               CV-FORMATS (CABINET-IDX) " "
               CV-SOURCE (CABINET-IDX) " "
               APPROVED-FOR " "
               REPORT-NOTE.

       FIND-CABINET-APPROVAL.
      *> the fleet approval covers everyone; failing that, any ring
      *> the cabinet sits in that holds the build approved.
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
               IF ST-BUILD (STANDING-IDX) = CV-BUILD (CABINET-IDX)
               AND ST-RING (STANDING-IDX) = "FLEET"
               AND ST-ACTION (STANDING-IDX) = "A" THEN
                   MOVE "FLEET" TO APPROVED-FOR
               END-IF
           END-PERFORM.

           IF APPROVED-FOR NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
               OR APPROVED-FOR NOT = SPACES
               IF ST-BUILD (STANDING-IDX) = CV-BUILD (CABINET-IDX)
               AND ST-ACTION (STANDING-IDX) = "A" THEN
                   PERFORM CHECK-CABINET-IN-RING
               END-IF
           END-PERFORM.

       CHECK-CABINET-IN-RING.
           PERFORM VARYING RING-IDX FROM 1 BY 1
               UNTIL RING-IDX > RING-COUNT
               IF RT-RING (RING-IDX) = ST-RING (STANDING-IDX)
               AND RT-CABINET (RING-IDX) = CV-CABINET (CABINET-IDX)
               THEN
                   MOVE ST-RING (STANDING-IDX) TO APPROVED-FOR
               END-IF
           END-PERFORM.

       COUNT-CABINET-BUILD.
           MOVE 0 TO BUILD-FOUND.
           PERFORM VARYING BUILD-IDX FROM 1 BY 1
               UNTIL BUILD-IDX > BUILD-COUNT OR BUILD-FOUND > 0
               IF BS-BUILD (BUILD-IDX) = CV-BUILD (CABINET-IDX) THEN
                   MOVE BUILD-IDX TO BUILD-FOUND
               END-IF
           END-PERFORM.

           IF BUILD-FOUND = 0 THEN
               IF BUILD-COUNT >= 50 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BUILD-COUNT
               MOVE BUILD-COUNT TO BUILD-FOUND
               MOVE CV-BUILD (CABINET-IDX) TO BS-BUILD (BUILD-FOUND)
               MOVE 0 TO BS-CABINETS (BUILD-FOUND)
               MOVE 0 TO BS-FLEET (BUILD-FOUND)
           END-IF.

           ADD 1 TO BS-CABINETS (BUILD-FOUND).
           IF APPROVED-FOR = "FLEET" THEN
               MOVE 1 TO BS-FLEET (BUILD-FOUND)
           END-IF.
