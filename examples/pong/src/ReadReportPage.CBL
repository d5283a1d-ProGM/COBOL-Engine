      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Reads one screen page of an archived report for the
      *          service menu's report viewer: up to fifteen lines
      *          starting at the given line number, each cut to the
      *          eighty characters a screen row holds. A report that
      *          has gone (pruned, or the card was swapped) comes
      *          back with no lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadReportPage.

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
       01  LINE-NUMBER PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01  PAGE-REPORT-PATH PIC X(60).
       01  PAGE-FIRST-LINE PIC 9(5).
       01  REPORT-PAGE.
           COPY RPTPAGE.

       PROCEDURE DIVISION USING
           PAGE-REPORT-PATH PAGE-FIRST-LINE REPORT-PAGE.
       READ-REPORT-PAGE-LOGIC.
           MOVE 0 TO RP-LINE-COUNT.
           MOVE PAGE-REPORT-PATH TO REPORT-FILE-PATH.

           OPEN INPUT REPORT-FILE.

           IF REPORT-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           MOVE 0 TO LINE-NUMBER.
           PERFORM UNTIL REPORT-FILE-STATUS NOT = "00"
           OR RP-LINE-COUNT >= 15
               READ REPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       IF LINE-NUMBER >= PAGE-FIRST-LINE THEN
                           ADD 1 TO RP-LINE-COUNT
                           MOVE REPORT-LINE (1:80)
                               TO RP-LINE (RP-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REPORT-FILE.

           EXIT PROGRAM.
