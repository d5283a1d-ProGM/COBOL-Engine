      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Runs one batch job -- a Print* report, the day
      *          close, anything the job runner launches -- with
      *          what it prints captured into a dated file under
      *          ./data/reports (<yyyymmdd>_<hhmmss>_<program>.txt)
      *          instead of a console nobody is watching, and files
      *          the run in ./data/reports/report_index.dat: date,
      *          time, report name, outcome (OK, PARTIAL for return
      *          code 4, FAILED for anything else but 0) and lines
      *          printed. Past the site's log-retention count
      *          (game.cfg) the oldest runs of the same report are
      *          deleted, the same policy RotateLogFiles applies to
      *          its generations; a retention of 0 keeps them all.
      *          Hands back the captured file and the raw system()
      *          status. Called by RunScheduledJobs for every job
      *          and by RunReport for a report run by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
               ASSIGN TO "./data/reports/report_index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-FILE.
       01  INDEX-RECORD.
           COPY RPTINDEX.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(255).

       WORKING-STORAGE SECTION.
       01  INDEX-FILE-STATUS PIC X(2).
       01  REPORT-FILE-STATUS PIC X(2).
       01  REPORT-FILE-PATH PIC X(60) VALUE SPACES.

       01  GAME.
           COPY GAMEFLDS.

       01  RUN-DATE PIC 9(8) VALUE 0.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.
       01  RUN-TIME PIC 9(6) VALUE 0.

      *> the report is named for the program the command runs:
      *> "./print_coin_report 7" files as print_coin_report.
       01  PROGRAM-TOKEN PIC X(60) VALUE SPACES.
       01  NAME-PIECE-1 PIC X(60) VALUE SPACES.
       01  NAME-PIECE-2 PIC X(60) VALUE SPACES.
       01  NAME-PIECE-3 PIC X(60) VALUE SPACES.
       01  REPORT-NAME PIC X(20) VALUE SPACES.

       01  REPORTS-DIR-Z PIC X(16) VALUE SPACES.
       01  DIR-MADE-STATUS USAGE BINARY-LONG VALUE 0.
       01  SHELL-COMMAND-Z PIC X(160) VALUE SPACES.
       01  SYSTEM-STATUS USAGE BINARY-LONG VALUE 0.

       01  REPORT-LINES PIC 9(5) VALUE 0.
       01  REPORT-RESULT PIC X(7) VALUE SPACES.

      *> the whole index, for the retention pass; a run is kept
      *> while fewer than the retention count of the same report
      *> came after it.
       01  INDEX-TABLE.
           05 INDEX-ENTRY OCCURS 400 TIMES.
               10 IT-RECORD    PIC X(111).
               10 IT-KEEP-FLAG PIC 9(1).
       01  INDEX-COUNT PIC 9(3) VALUE 0.
       01  INDEX-IDX PIC 9(3) VALUE 0.
       01  LATER-IDX PIC 9(3) VALUE 0.
       01  INDEX-FULL-FLAG PIC 9(1) VALUE 0.
       01  ENTRY-NAME PIC X(20) VALUE SPACES.
       01  NEWER-RUNS PIC 9(3) VALUE 0.
       01  PRUNED-COUNT PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  ARCHIVE-COMMAND PIC X(60).
       01  ARCHIVE-PATH PIC X(60).
       01  ARCHIVE-STATUS USAGE BINARY-LONG.

       PROCEDURE DIVISION USING
           ARCHIVE-COMMAND ARCHIVE-PATH ARCHIVE-STATUS.
       ARCHIVE-REPORT-LOGIC.
           MOVE SPACES TO ARCHIVE-PATH.
           MOVE 0 TO ARCHIVE-STATUS.

           IF ARCHIVE-COMMAND = SPACES THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME = NOW-TIME-RAW / 100.

      *> mkdir is a C routine: NUL-ended path, 0755 permissions; a
      *> directory already there just fails quietly.
           MOVE SPACES TO REPORTS-DIR-Z.
           STRING "./data/reports" X"00" DELIMITED BY SIZE
               INTO REPORTS-DIR-Z
           END-STRING.
           CALL "mkdir" USING
               BY REFERENCE REPORTS-DIR-Z
               BY VALUE 493
               RETURNING DIR-MADE-STATUS
           END-CALL.

           PERFORM NAME-THE-REPORT.

           MOVE SPACES TO REPORT-FILE-PATH.
           STRING "./data/reports/" RUN-DATE "_" RUN-TIME "_"
               DELIMITED BY SIZE
               REPORT-NAME DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-FILE-PATH
           END-STRING.

      *> the command keeps its own arguments (single spaces); the
      *> run of blanks after them is where it ends.
           MOVE SPACES TO SHELL-COMMAND-Z.
           STRING ARCHIVE-COMMAND DELIMITED BY "  "
               " >" DELIMITED BY SIZE
               REPORT-FILE-PATH DELIMITED BY SPACE
               " 2>&1" X"00" DELIMITED BY SIZE
               INTO SHELL-COMMAND-Z
           END-STRING.

           CALL "system" USING
               BY REFERENCE SHELL-COMMAND-Z
               RETURNING SYSTEM-STATUS
           END-CALL.

      *> system() hands back the exit code times 256.
           EVALUATE SYSTEM-STATUS
               WHEN 0
                   MOVE "OK" TO REPORT-RESULT
               WHEN 1024
                   MOVE "PARTIAL" TO REPORT-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO REPORT-RESULT
           END-EVALUATE.

           PERFORM COUNT-REPORT-LINES.
           PERFORM APPEND-INDEX-LINE.

           MOVE REPORT-FILE-PATH TO ARCHIVE-PATH.
           MOVE SYSTEM-STATUS TO ARCHIVE-STATUS.

           CALL "LoadGameConfig" USING
               BY REFERENCE GAME
           END-CALL.

           IF GAME-LOG-RETAIN > 0 THEN
               PERFORM PRUNE-OLD-REPORTS
           END-IF.

           EXIT PROGRAM.

       NAME-THE-REPORT.
           MOVE SPACES TO PROGRAM-TOKEN.
           UNSTRING ARCHIVE-COMMAND DELIMITED BY ALL SPACE
               INTO PROGRAM-TOKEN
           END-UNSTRING.

           MOVE SPACES TO NAME-PIECE-1.
           MOVE SPACES TO NAME-PIECE-2.
           MOVE SPACES TO NAME-PIECE-3.
           UNSTRING PROGRAM-TOKEN DELIMITED BY "/"
               INTO NAME-PIECE-1 NAME-PIECE-2 NAME-PIECE-3
           END-UNSTRING.

           IF NAME-PIECE-3 NOT = SPACES THEN
               MOVE NAME-PIECE-3 TO REPORT-NAME
           ELSE
               IF NAME-PIECE-2 NOT = SPACES THEN
                   MOVE NAME-PIECE-2 TO REPORT-NAME
               ELSE
                   MOVE NAME-PIECE-1 TO REPORT-NAME
               END-IF
           END-IF.

       COUNT-REPORT-LINES.
           MOVE 0 TO REPORT-LINES.

           OPEN INPUT REPORT-FILE.

           IF REPORT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL REPORT-FILE-STATUS NOT = "00"
           OR REPORT-LINES = 99999
               READ REPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO REPORT-LINES
               END-READ
           END-PERFORM.

           CLOSE REPORT-FILE.

       APPEND-INDEX-LINE.
           OPEN EXTEND INDEX-FILE.

           IF INDEX-FILE-STATUS = "05"
           OR INDEX-FILE-STATUS = "35" THEN
               OPEN OUTPUT INDEX-FILE
           END-IF.

           IF INDEX-FILE-STATUS NOT = "00" THEN
               DISPLAY "report index unwritable (status "
                   INDEX-FILE-STATUS "); " REPORT-FILE-PATH
                   " is not listed."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO INDEX-RECORD.
           MOVE RUN-DATE TO RX-DATE.
           MOVE RUN-TIME TO RX-TIME.
           MOVE REPORT-NAME TO RX-NAME.
           MOVE REPORT-RESULT TO RX-RESULT.
           MOVE REPORT-LINES TO RX-LINES.
           MOVE REPORT-FILE-PATH TO RX-PATH.
           WRITE INDEX-RECORD.

           CLOSE INDEX-FILE.

       PRUNE-OLD-REPORTS.
           MOVE 0 TO INDEX-COUNT.
           MOVE 0 TO INDEX-FULL-FLAG.

           OPEN INPUT INDEX-FILE.

           IF INDEX-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL INDEX-FILE-STATUS NOT = "00"
               READ INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INDEX-COUNT < 400 THEN
                           ADD 1 TO INDEX-COUNT
                           MOVE INDEX-RECORD
                               TO IT-RECORD (INDEX-COUNT)
                           MOVE 1 TO IT-KEEP-FLAG (INDEX-COUNT)
                       ELSE
                           MOVE 1 TO INDEX-FULL-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INDEX-FILE.

      *> rewriting from a table that could not hold the whole index
      *> would lose its tail; leave it for a shorter retention.
           IF INDEX-FULL-FLAG = 1 THEN
               DISPLAY "report index past 400 runs; not pruned."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO PRUNED-COUNT.
           PERFORM VARYING INDEX-IDX FROM 1 BY 1
               UNTIL INDEX-IDX > INDEX-COUNT
               PERFORM JUDGE-ONE-RUN
           END-PERFORM.

           IF PRUNED-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT INDEX-FILE.

           IF INDEX-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING INDEX-IDX FROM 1 BY 1
               UNTIL INDEX-IDX > INDEX-COUNT
               IF IT-KEEP-FLAG (INDEX-IDX) = 1 THEN
                   MOVE IT-RECORD (INDEX-IDX) TO INDEX-RECORD
                   WRITE INDEX-RECORD
               END-IF
           END-PERFORM.

           CLOSE INDEX-FILE.

       JUDGE-ONE-RUN.
           MOVE IT-RECORD (INDEX-IDX) TO INDEX-RECORD.
           MOVE RX-NAME TO ENTRY-NAME.

           MOVE 0 TO NEWER-RUNS.
           PERFORM VARYING LATER-IDX FROM INDEX-IDX BY 1
               UNTIL LATER-IDX > INDEX-COUNT
               IF IT-RECORD (LATER-IDX) (17:20) = ENTRY-NAME
               AND LATER-IDX NOT = INDEX-IDX THEN
                   ADD 1 TO NEWER-RUNS
               END-IF
           END-PERFORM.

           IF NEWER-RUNS < GAME-LOG-RETAIN THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE IT-RECORD (INDEX-IDX) TO INDEX-RECORD.
           MOVE RX-PATH TO REPORT-FILE-PATH.
           DELETE FILE REPORT-FILE.
           MOVE 0 TO IT-KEEP-FLAG (INDEX-IDX).
           ADD 1 TO PRUNED-COUNT.
