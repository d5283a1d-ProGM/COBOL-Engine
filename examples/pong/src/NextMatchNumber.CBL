      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Hands out the cabinet's next match number. The last
      *          number issued lives on its own in ./data/match_seq.dat
      *          and is rewritten the moment a new one goes out, so
      *          the count carries across a power cycle instead of
      *          starting again at one; every record a match produces
      *          carries the number, and the reports join on it
      *          rather than on two timestamps that happen to agree.
      *          No file (a new cabinet) or an unreadable one starts
      *          the count at one. Numbers are unique per cabinet,
      *          not gapless -- a reset that never turns into a match
      *          still spends one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NextMatchNumber.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-SEQ-FILE ASSIGN TO "./data/match_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCH-SEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-SEQ-FILE.
       01  MATCH-SEQ-RECORD.
           05 MS-LAST-NUMBER PIC 9(8).

       WORKING-STORAGE SECTION.
       01  MATCH-SEQ-FILE-STATUS PIC X(2).
       01  LAST-ISSUED-NUMBER PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  NEXT-MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING NEXT-MATCH-NUMBER.
       NEXT-MATCH-NUMBER-LOGIC.
           MOVE 0 TO LAST-ISSUED-NUMBER.

           OPEN INPUT MATCH-SEQ-FILE.

           IF MATCH-SEQ-FILE-STATUS = "00" THEN
               READ MATCH-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MS-LAST-NUMBER NUMERIC THEN
                           MOVE MS-LAST-NUMBER TO LAST-ISSUED-NUMBER
                       END-IF
               END-READ
               CLOSE MATCH-SEQ-FILE
           END-IF.

      *> eight digits outlast the cabinet; should one ever get there
      *> the count wraps to one rather than refusing to play.
           IF LAST-ISSUED-NUMBER = 99999999 THEN
               MOVE 0 TO LAST-ISSUED-NUMBER
           END-IF.

           ADD 1 TO LAST-ISSUED-NUMBER.
           MOVE LAST-ISSUED-NUMBER TO NEXT-MATCH-NUMBER.

           OPEN OUTPUT MATCH-SEQ-FILE.

           IF MATCH-SEQ-FILE-STATUS NOT = "00" THEN
               DISPLAY "match_seq.dat would not open (status "
                   MATCH-SEQ-FILE-STATUS "); match number "
                   NEXT-MATCH-NUMBER " not saved."
               EXIT PROGRAM
           END-IF.

           MOVE LAST-ISSUED-NUMBER TO MS-LAST-NUMBER.
           WRITE MATCH-SEQ-RECORD.

           CLOSE MATCH-SEQ-FILE.

           EXIT PROGRAM.
