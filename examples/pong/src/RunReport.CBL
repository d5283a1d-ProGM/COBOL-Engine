      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Runs a report by hand the way the nightly job run
      *          does: "RunReport ./print_coin_report 7" captures
      *          what the report prints into the report archive
      *          (ArchiveReport) and lists it in the archive index,
      *          then shows it on the console as before, with the
      *          file it was filed under. Ends with the report's own
      *          return code.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO REPORT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(255).

       WORKING-STORAGE SECTION.
       01  REPORT-FILE-STATUS PIC X(2).
       01  REPORT-FILE-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(60) VALUE SPACES.
       01  REPORT-STATUS USAGE BINARY-LONG VALUE 0.
       01  REPORT-EXIT-CODE PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       RUN-REPORT-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           IF COMMAND-ARGUMENTS = SPACES THEN
               DISPLAY "Usage: RunReport <report command> [arguments]"
               STOP RUN
           END-IF.

           CALL "ArchiveReport" USING
               BY REFERENCE COMMAND-ARGUMENTS
               BY REFERENCE REPORT-FILE-PATH
               BY REFERENCE REPORT-STATUS
           END-CALL.

           OPEN INPUT REPORT-FILE.

           IF REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Nothing captured; could not write under"
                   " ./data/reports."
               STOP RUN
           END-IF.

           PERFORM UNTIL REPORT-FILE-STATUS NOT = "00"
               READ REPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY REPORT-LINE (1:132)
               END-READ
           END-PERFORM.

           CLOSE REPORT-FILE.

           DISPLAY " ".
           DISPLAY "Filed as " REPORT-FILE-PATH.

           COMPUTE REPORT-EXIT-CODE = REPORT-STATUS / 256.
           MOVE REPORT-EXIT-CODE TO RETURN-CODE.

           STOP RUN.
