      * Author: ProGM
      * Date:
      * Purpose: Records one completed daily challenge -- date, the
      *          winner's initials, the challenge id and the number
      *          of the match that met it -- in the completion file
      *          the payout check and the daily digest both read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 DN-INITIALS PIC X(3).
           05 DN-SEP-2    PIC X(1).
           05 DN-ID       PIC 9(2).
           05 DN-SEP-3    PIC X(1).
           05 DN-MATCH-NUMBER PIC 9(8).

       WORKING-STORAGE SECTION.
       01  DONE-FILE-STATUS PIC X(2).
       LINKAGE SECTION.
       01  CHALLENGE-ID PIC 9(2).
       01  CHALLENGE-INITIALS PIC X(3).
       01  CHALLENGE-MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING CHALLENGE-ID CHALLENGE-INITIALS
           CHALLENGE-MATCH-NUMBER.
       WRITE-CHALLENGE-RESULT-LOGIC.
           OPEN EXTEND DONE-FILE.

           MOVE CURRENT-DATE-YMD TO DN-DATE.
           MOVE CHALLENGE-INITIALS TO DN-INITIALS.
           MOVE CHALLENGE-ID TO DN-ID.
           MOVE CHALLENGE-MATCH-NUMBER TO DN-MATCH-NUMBER.

           WRITE DONE-RECORD.

