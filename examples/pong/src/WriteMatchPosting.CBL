      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Appends one before-image to ./data/match_postings.dat
      *          under the match number -- how the crown, a ladder
      *          rung or a player's award record stood before the
      *          match that is about to move it. Those files only
      *          ever hold where things stand now; this trail is what
      *          VoidMatch reads to put them back when a match has
      *          to be voided.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteMatchPosting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO "./data/match_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
       01  POSTING-RECORD.
           COPY MATCHPST.

       WORKING-STORAGE SECTION.
       01  POSTING-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       LINKAGE SECTION.
       01  POSTED-MATCH-NUMBER PIC 9(8).
       01  POSTED-KIND PIC X(6).
       01  POSTED-INITIALS PIC X(3).
       01  POSTED-OTHER-INITIALS PIC X(3).
       01  POSTED-VALUES PIC X(16).

       PROCEDURE DIVISION USING
           POSTED-MATCH-NUMBER POSTED-KIND POSTED-INITIALS
           POSTED-OTHER-INITIALS POSTED-VALUES.
       WRITE-MATCH-POSTING-LOGIC.
           OPEN EXTEND POSTING-FILE.

           IF POSTING-FILE-STATUS = "05"
           OR POSTING-FILE-STATUS = "35" THEN
               OPEN OUTPUT POSTING-FILE
           END-IF.

      *> the match itself is unaffected; only a later void of it
      *> would have to be settled by hand.
           IF POSTING-FILE-STATUS NOT = "00" THEN
               DISPLAY "match_postings.dat unwritable (status "
                   POSTING-FILE-STATUS "); " POSTED-KIND
                   " before-image for match " POSTED-MATCH-NUMBER
                   " not kept."
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE SPACES TO POSTING-RECORD.
           MOVE CURRENT-DATE-YMD TO MP-DATE.
           COMPUTE MP-TIME = CURRENT-TIME-HMS / 100.
           MOVE POSTED-MATCH-NUMBER TO MP-MATCH-NUMBER.
           MOVE POSTED-KIND TO MP-KIND.
           MOVE POSTED-INITIALS TO MP-INITIALS.
           MOVE POSTED-OTHER-INITIALS TO MP-OTHER-INITIALS.
           MOVE POSTED-VALUES TO MP-VALUES.

           WRITE POSTING-RECORD.

           CLOSE POSTING-FILE.

           EXIT PROGRAM.
