      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Audit-trail logger that also names the operator
      *          behind the event. Appends one line to
      *          ./data/session_audit.log in the AUDITREC shape with
      *          the signed-on operator id in the last column, so
      *          every service-menu action -- a ticket paid, a top-up
      *          sold, a setting changed -- says who did it.
      *          LogSessionEvent hands its events through here with
      *          the operator column blank, so both write one shape.
      *          A non-zero match number goes in the match column --
      *          the cabinets pass it on MATCHSTART and MATCHEND.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogOperatorEvent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "./data/session_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  AUDIT-LOG-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       LINKAGE SECTION.
       01 AUDIT-EVENT-CODE PIC X(10).
       01 AUDIT-EVENT-TEXT PIC X(80).
       01 AUDIT-CABINET-ID PIC X(8).
       01 AUDIT-OPERATOR-ID PIC X(4).
       01 AUDIT-MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING
           AUDIT-EVENT-CODE AUDIT-EVENT-TEXT AUDIT-CABINET-ID
           AUDIT-OPERATOR-ID AUDIT-MATCH-NUMBER.
       LOG-OPERATOR-EVENT-LOGIC.
           OPEN EXTEND AUDIT-LOG-FILE.

           IF AUDIT-LOG-FILE-STATUS = "05"
           OR AUDIT-LOG-FILE-STATUS = "35" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.

           IF AUDIT-LOG-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE CURRENT-DATE-YMD TO AU-DATE.
      *> ACCEPT FROM TIME carries hundredths in its low two digits;
      *> the trail only needs HHMMSS.
           COMPUTE AU-TIME = CURRENT-TIME-HMS / 100.
           MOVE AUDIT-CABINET-ID TO AU-CABINET-ID.
           MOVE AUDIT-EVENT-CODE TO AU-EVENT-CODE.
           MOVE AUDIT-EVENT-TEXT TO AU-EVENT-TEXT.
           MOVE AUDIT-OPERATOR-ID TO AU-OPERATOR-ID.
           IF AUDIT-MATCH-NUMBER > 0 THEN
               MOVE AUDIT-MATCH-NUMBER TO AU-MATCH-NUMBER
           END-IF.

           WRITE AUDIT-LOG-RECORD.

           CLOSE AUDIT-LOG-FILE.

           EXIT PROGRAM.
