      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Reads the report archive's index into the caller's
      *          recent-reports list for the service menu's report
      *          viewer: the last twelve runs filed by ArchiveReport,
      *          newest first. A missing index just comes back with
      *          an empty list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadReportIndex.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
               ASSIGN TO "./data/reports/report_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  INDEX-RECORD.
           COPY RPTINDEX.

       WORKING-STORAGE SECTION.
       01  INDEX-FILE-STATUS PIC X(2).
       01  LIST-IDX PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  REPORT-LIST.
           COPY RPTLIST.

       PROCEDURE DIVISION USING REPORT-LIST.
       READ-REPORT-INDEX-LOGIC.
           MOVE 0 TO RI-COUNT.

           OPEN INPUT INDEX-FILE.

           IF INDEX-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL INDEX-FILE-STATUS NOT = "00"
               READ INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RX-DATE NUMERIC AND RX-TIME NUMERIC
                       AND RX-LINES NUMERIC THEN
                           PERFORM PUSH-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INDEX-FILE.

           EXIT PROGRAM.

       PUSH-ONE-RUN.
      *> the index runs oldest first: each run goes on top and the
      *> list slides down, the thirteenth falling off the end.
           IF RI-COUNT < 12 THEN
               ADD 1 TO RI-COUNT
           END-IF.

           PERFORM VARYING LIST-IDX FROM RI-COUNT BY -1
               UNTIL LIST-IDX < 2
               MOVE RI-ENTRY (LIST-IDX - 1) TO RI-ENTRY (LIST-IDX)
           END-PERFORM.

           MOVE RX-DATE TO RI-DATE (1).
           MOVE RX-TIME TO RI-TIME (1).
           MOVE RX-NAME TO RI-NAME (1).
           MOVE RX-RESULT TO RI-RESULT (1).
           MOVE RX-LINES TO RI-LINES (1).
           MOVE RX-PATH TO RI-PATH (1).
