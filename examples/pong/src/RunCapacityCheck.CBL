      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Stand-alone storage capacity check for the nightly
      *          job run (./data/jobs.dat) and the service technician
      *          at the console: runs CheckDataCapacity -- the same
      *          check the cabinet makes at boot, incidents and all
      *          -- then prints what it found, one line per budget
      *          group of ./data/size_budget.dat: KB in use against
      *          the budget, the share used, growth a day and the
      *          days left before the budget is reached.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunCapacityCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO "./data/capacity_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       01  STATUS-RECORD.
           COPY CAPSTAT.

       WORKING-STORAGE SECTION.
       01  STATUS-FILE-STATUS PIC X(2).

       01  GROUPS-LISTED PIC 9(2) VALUE 0.
       01  GROUPS-FLAGGED PIC 9(2) VALUE 0.
       01  DAYS-TEXT PIC X(5) VALUE SPACES.
       01  DAYS-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
       RUN-CAPACITY-CHECK-MAIN.
           CALL "CheckDataCapacity".

           OPEN INPUT STATUS-FILE.

           IF STATUS-FILE-STATUS NOT = "00" THEN
               DISPLAY "No capacity status written; is there a "
                   "./data/size_budget.dat?"
               STOP RUN
           END-IF.

           DISPLAY "=== STORAGE CAPACITY ===".
           DISPLAY "group           used KB  budget KB used "
               "  KB/day  days".

           PERFORM UNTIL STATUS-FILE-STATUS NOT = "00"
               READ STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-DATE NUMERIC THEN
                           PERFORM PRINT-ONE-GROUP
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STATUS-FILE.

           DISPLAY " ".
           DISPLAY "groups " GROUPS-LISTED ", close to full "
               GROUPS-FLAGGED.

           STOP RUN.

       PRINT-ONE-GROUP.
           ADD 1 TO GROUPS-LISTED.
           IF CS-FLAG NOT = SPACES THEN
               ADD 1 TO GROUPS-FLAGGED
           END-IF.

           IF CS-DAYS-LEFT = 9999 THEN
               MOVE "    -" TO DAYS-TEXT
           ELSE
               MOVE CS-DAYS-LEFT TO DAYS-EDIT
               MOVE SPACES TO DAYS-TEXT
               MOVE DAYS-EDIT TO DAYS-TEXT (2:4)
           END-IF.

           DISPLAY CS-LABEL " " CS-USED-KB " " CS-BUDGET-KB " "
               CS-PERCENT "% " CS-GROWTH-KB " " DAYS-TEXT " "
               CS-FLAG.
