      * Purpose: Marks the oldest still-open maintenance incident
      *          resolved with today's date -- the service-menu
      *          half of closing a job out. Same one-pass rewrite
      *          the ticket redemption uses. Closing an automatic
      *          preventive-maintenance incident means the worn
      *          control has been changed, so its wear count starts
      *          over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  INCIDENT-COUNT PIC 9(3) VALUE 0.
       01  INCIDENT-IDX PIC 9(3) VALUE 0.
       01  MARKED-FLAG PIC 9(1) VALUE 0.
      *> the control named by a resolved "PM due" incident.
       01  WORN-CONTROL PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01  RESOLVED-CATEGORY PIC X(8).
           MOVE 0 TO RESOLVED-FLAG.
           MOVE 0 TO INCIDENT-COUNT.
           MOVE 0 TO MARKED-FLAG.
           MOVE SPACES TO WORN-CONTROL.

           OPEN INPUT INCIDENT-FILE.


           MOVE 1 TO RESOLVED-FLAG.

           IF WORN-CONTROL NOT = SPACES THEN
               CALL "ResetControlWear" USING
                   BY REFERENCE WORN-CONTROL
               END-CALL
           END-IF.

           EXIT PROGRAM.

       TAKE-ONE-INCIDENT.
               MOVE CURRENT-DATE-YMD TO IN-RESOLVED-DATE
               MOVE IN-CATEGORY TO RESOLVED-CATEGORY
               MOVE 1 TO MARKED-FLAG
               IF IN-SOURCE = "A" AND IN-TEXT (1:7) = "PM due " THEN
                   UNSTRING IN-TEXT (8:33) DELIMITED BY SPACE
                       INTO WORN-CONTROL
                   END-UNSTRING
               END-IF
           END-IF.

           ADD 1 TO INCIDENT-COUNT.
