      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Hands back the format version of each versioned data
      *          file, one character per file in the FMTNAMES order:
      *          0 absent, otherwise the version -- read from the
      *          "#Vn" header of the three files that carry one (a
      *          file without the header is the historical version
      *          1), and for the six player masters from the stamp
      *          MigrateDataFiles leaves in ./data/format_stamp.dat
      *          (? where it has never judged them).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReadFormatVersions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEADED-FILE ASSIGN TO HEADED-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEADED-FILE-STATUS.
           SELECT STAMP-FILE ASSIGN TO "./data/format_stamp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEADED-FILE.
       01  HEADED-LINE PIC X(512).

       FD  STAMP-FILE.
       01  STAMP-RECORD.
           COPY FMTSTAMP.

       WORKING-STORAGE SECTION.
       01  HEADED-FILE-STATUS PIC X(2).
       01  STAMP-FILE-STATUS PIC X(2).
       01  HEADED-FILE-PATH PIC X(28) VALUE SPACES.

       01  FORMAT-FILE-NAMES.
           COPY FMTNAMES.
       01  FORMAT-FILE-NAMES-VIEW REDEFINES FORMAT-FILE-NAMES.
           05 FORMAT-FILE-NAME OCCURS 9 TIMES PIC X(28).
       01  FORMAT-IDX PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  FORMAT-VERSIONS.
           05 FORMAT-VERSION OCCURS 9 TIMES PIC X(1).

       PROCEDURE DIVISION USING FORMAT-VERSIONS.
       READ-FORMAT-VERSIONS-LOGIC.
           MOVE ALL "?" TO FORMAT-VERSIONS.

           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > 3
               PERFORM READ-ONE-HEADER
           END-PERFORM.

           OPEN INPUT STAMP-FILE.

           IF STAMP-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL STAMP-FILE-STATUS NOT = "00"
               READ STAMP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-STAMP-LINE
               END-READ
           END-PERFORM.

           CLOSE STAMP-FILE.

           EXIT PROGRAM.

       READ-ONE-HEADER.
           MOVE FORMAT-FILE-NAME (FORMAT-IDX) TO HEADED-FILE-PATH.
           MOVE "0" TO FORMAT-VERSION (FORMAT-IDX).

           OPEN INPUT HEADED-FILE.

           IF HEADED-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "1" TO FORMAT-VERSION (FORMAT-IDX).

           READ HEADED-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF HEADED-LINE (1:2) = "#V"
                   AND HEADED-LINE (3:1) IS NUMERIC THEN
                       MOVE HEADED-LINE (3:1)
                           TO FORMAT-VERSION (FORMAT-IDX)
                   END-IF
           END-READ.

           CLOSE HEADED-FILE.

       TAKE-STAMP-LINE.
           PERFORM VARYING FORMAT-IDX FROM 4 BY 1
               UNTIL FORMAT-IDX > 9
               IF FORMAT-FILE-NAME (FORMAT-IDX) = FS-FILE-NAME THEN
                   MOVE FS-VERSION TO FORMAT-VERSION (FORMAT-IDX)
               END-IF
           END-PERFORM.
