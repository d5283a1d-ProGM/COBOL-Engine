      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Files one time-attack split against the splits file:
      *          hands back the level's par and the cabinet's best
      *          split as they stood before this one, and when this
      *          split beats the best (or is the first on record) it
      *          becomes the new best under the runner's initials and
      *          today's date. The row is replaced in place or added
      *          for a level the file doesn't know yet, every other
      *          row -- comments included -- carried through
      *          untouched, the same way SaveBreakoutLevel keeps
      *          levels.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordSplit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-FILE ASSIGN TO "./data/splits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPLIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-FILE.
       01  SPLIT-RECORD.
           COPY SPLITREC.
      *> room for a whole comment row, so it carries through as one.
       01  SPLIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  SPLIT-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).

       01  ROW-TABLE.
           05 ROW-LINE OCCURS 60 TIMES PIC X(80).
       01  ROW-COUNT PIC 9(2) VALUE 0.
       01  ROW-IDX PIC 9(2) VALUE 0.
       01  FOUND-ROW PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  SPLIT-LEVEL PIC 9(2).
       01  SPLIT-TIME PIC 9(4)V9.
       01  SPLIT-INITIALS PIC X(3).
       01  SPLIT-PAR PIC 9(4).
       01  SPLIT-BEST PIC 9(4)V9.
       01  SPLIT-NEW-BEST-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           SPLIT-LEVEL SPLIT-TIME SPLIT-INITIALS SPLIT-PAR SPLIT-BEST
           SPLIT-NEW-BEST-FLAG.
       RECORD-SPLIT-LOGIC.
           MOVE 0 TO SPLIT-PAR.
           MOVE 0 TO SPLIT-BEST.
           MOVE 0 TO SPLIT-NEW-BEST-FLAG.
           MOVE 0 TO ROW-COUNT.
           MOVE 0 TO FOUND-ROW.

           OPEN INPUT SPLIT-FILE.

           IF SPLIT-FILE-STATUS = "00" THEN
               PERFORM UNTIL SPLIT-FILE-STATUS NOT = "00"
               OR ROW-COUNT >= 60
                   READ SPLIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TAKE-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE SPLIT-FILE
           END-IF.

      *> a zero split is a clock that never ran; never a record.
           IF SPLIT-TIME = 0 THEN
               EXIT PROGRAM
           END-IF.

           IF FOUND-ROW > 0 AND SPLIT-BEST > 0
           AND SPLIT-TIME >= SPLIT-BEST THEN
               EXIT PROGRAM
           END-IF.

           MOVE 1 TO SPLIT-NEW-BEST-FLAG.

           IF FOUND-ROW = 0 THEN
               IF ROW-COUNT >= 60 THEN
                   DISPLAY "splits.dat is full (60 rows);"
                       " split not kept."
                   MOVE 0 TO SPLIT-NEW-BEST-FLAG
                   EXIT PROGRAM
               END-IF
               ADD 1 TO ROW-COUNT
               MOVE ROW-COUNT TO FOUND-ROW
               MOVE SPACES TO SPLIT-LINE
               MOVE SPLIT-LEVEL TO SP-LEVEL
               MOVE 0 TO SP-PAR-SECONDS
           ELSE
               MOVE ROW-LINE (FOUND-ROW) TO SPLIT-LINE
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           MOVE SPACE TO SP-SEP-1 SP-SEP-2 SP-SEP-3 SP-SEP-4.
           MOVE SPLIT-TIME TO SP-BEST-SPLIT.
           MOVE SPLIT-INITIALS TO SP-BEST-INITIALS.
           MOVE CURRENT-DATE-YMD TO SP-BEST-DATE.
           MOVE SPLIT-LINE TO ROW-LINE (FOUND-ROW).

           OPEN OUTPUT SPLIT-FILE.

           IF SPLIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "splits.dat unwritable (status "
                   SPLIT-FILE-STATUS "); split not kept."
               MOVE 0 TO SPLIT-NEW-BEST-FLAG
               EXIT PROGRAM
           END-IF.

           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               MOVE ROW-LINE (ROW-IDX) TO SPLIT-LINE
               WRITE SPLIT-LINE
           END-PERFORM.

           CLOSE SPLIT-FILE.

           EXIT PROGRAM.

       TAKE-ONE-ROW.
           ADD 1 TO ROW-COUNT.
           MOVE SPLIT-LINE TO ROW-LINE (ROW-COUNT).

      *> comment rows don't start with a digit; a mangled best
      *> column reads as no best rather than a zero-second record.
           IF SP-LEVEL NUMERIC AND SP-LEVEL = SPLIT-LEVEL
           AND FOUND-ROW = 0 THEN
               MOVE ROW-COUNT TO FOUND-ROW
               IF SP-PAR-SECONDS NUMERIC THEN
                   MOVE SP-PAR-SECONDS TO SPLIT-PAR
               END-IF
               IF SP-BEST-SPLIT NUMERIC THEN
                   MOVE SP-BEST-SPLIT TO SPLIT-BEST
               END-IF
           END-IF.
