      *          MATCHEND, QUIT, CONFIGCHG), so the trail says what
      *          time of day things happened, survives correlation
      *          across restarts, and can feed a shift report --
      *          milliseconds-since-boot never could. The line
      *          itself is written by LogOperatorEvent, with the
      *          operator column left blank, so the trail has one
      *          writer and one shape.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogSessionEvent.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  NO-OPERATOR-ID PIC X(4) VALUE SPACES.
       01  NO-MATCH-NUMBER PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 AUDIT-EVENT-CODE PIC X(10).
       PROCEDURE DIVISION USING
           AUDIT-EVENT-CODE AUDIT-EVENT-TEXT AUDIT-CABINET-ID.
       LOG-SESSION-EVENT-LOGIC.
           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE AUDIT-CABINET-ID
               BY REFERENCE NO-OPERATOR-ID
               BY REFERENCE NO-MATCH-NUMBER
           END-CALL.

           EXIT PROGRAM.
