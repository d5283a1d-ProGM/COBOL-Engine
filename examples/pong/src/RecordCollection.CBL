      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Records a cash-box collection. The collector runs
      *          it at the cabinet with their operator id and PIN,
      *          the id of the box they took out, and what they
      *          counted out of it in cents:
      *              RecordCollection 0012 4711 BOX00007 4550
      *          and one line goes onto ./data/collections.dat for
      *          the collection variance report, plus a COLLECT line
      *          on the audit trail under their operator id. With no
      *          operator list on the cabinet the PIN is not checked,
      *          the same as the service key. A count that is not a
      *          number is refused; nothing is written.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordCollection.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "./data/collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           COPY COLLREC.

       WORKING-STORAGE SECTION.
       01  COLLECTION-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
      *> numbers off the command line, right-justified so the
      *> leading blanks can become zeros before the NUMERIC test.
       01  ID-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  ID-TOKEN-NUM REDEFINES ID-TOKEN PIC 9(4).
       01  PIN-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  PIN-TOKEN-NUM REDEFINES PIN-TOKEN PIC 9(4).
       01  BOX-TOKEN PIC X(8) VALUE SPACES.
       01  AMOUNT-TOKEN PIC X(7) JUSTIFIED RIGHT VALUE SPACES.
       01  AMOUNT-TOKEN-NUM REDEFINES AMOUNT-TOKEN PIC 9(7).

       01  OPER-TRY-ID PIC 9(4) VALUE 0.
       01  OPER-TRY-PIN PIC 9(4) VALUE 0.
       01  OPER-ROLE PIC X(1) VALUE SPACE.
       01  OPER-OK-FLAG PIC 9(1) VALUE 0.
       01  OPER-FILE-FLAG PIC 9(1) VALUE 0.
       01  COLLECTOR-ID PIC X(4) VALUE SPACES.

       01  CURRENT-DATE-YMD PIC 9(8) VALUE 0.
       01  CURRENT-TIME-HMS PIC 9(8) VALUE 0.
       01  AMOUNT-EDIT PIC Z(6)9.99.

       01  CABINET-ID-STAND-IN PIC X(8) VALUE "COLLECT".
       01  NO-MATCH-NUMBER PIC 9(8) VALUE 0.
       01  AUDIT-EVENT-CODE PIC X(10) VALUE "COLLECT".
       01  AUDIT-EVENT-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       RECORD-COLLECTION-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO ID-TOKEN PIN-TOKEN BOX-TOKEN AMOUNT-TOKEN
           END-UNSTRING.

           INSPECT ID-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT PIN-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT AMOUNT-TOKEN REPLACING LEADING SPACE BY "0".

           IF ID-TOKEN-NUM NOT NUMERIC OR PIN-TOKEN-NUM NOT NUMERIC
           OR BOX-TOKEN = SPACES OR AMOUNT-TOKEN-NUM NOT NUMERIC THEN
               DISPLAY "Usage: RecordCollection <operator> <pin>"
                   " <box-id> <counted-cents>"
               STOP RUN
           END-IF.

           MOVE ID-TOKEN-NUM TO OPER-TRY-ID.
           MOVE PIN-TOKEN-NUM TO OPER-TRY-PIN.
           CALL "CheckOperatorPin" USING
               BY REFERENCE OPER-TRY-ID
               BY REFERENCE OPER-TRY-PIN
               BY REFERENCE OPER-ROLE
               BY REFERENCE OPER-OK-FLAG
               BY REFERENCE OPER-FILE-FLAG
           END-CALL.

           MOVE ID-TOKEN TO COLLECTOR-ID.

           IF OPER-FILE-FLAG = 1 AND OPER-OK-FLAG = 0 THEN
               MOVE "OPFAIL" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Failed collection sign-on for id " ID-TOKEN
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               CALL "LogSessionEvent" USING
                   BY REFERENCE AUDIT-EVENT-CODE
                   BY REFERENCE AUDIT-EVENT-TEXT
                   BY REFERENCE CABINET-ID-STAND-IN
               END-CALL
               DISPLAY "Operator id or PIN not recognised; the"
                   " collection was NOT recorded."
               STOP RUN
           END-IF.

           OPEN EXTEND COLLECTION-FILE.

           IF COLLECTION-FILE-STATUS = "05"
           OR COLLECTION-FILE-STATUS = "35" THEN
               OPEN OUTPUT COLLECTION-FILE
           END-IF.

           IF COLLECTION-FILE-STATUS NOT = "00" THEN
               DISPLAY "collections file unwritable (status "
                   COLLECTION-FILE-STATUS "); the collection was"
                   " NOT recorded -- keep the count slip."
               STOP RUN
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE SPACES TO COLLECTION-RECORD.
           MOVE CURRENT-DATE-YMD TO CL-DATE.
           COMPUTE CL-TIME = CURRENT-TIME-HMS / 100.
           MOVE COLLECTOR-ID TO CL-COLLECTOR.
           MOVE BOX-TOKEN TO CL-BOX-ID.
           MOVE AMOUNT-TOKEN-NUM TO CL-AMOUNT.

           WRITE COLLECTION-RECORD.

           CLOSE COLLECTION-FILE.

           COMPUTE AMOUNT-EDIT = AMOUNT-TOKEN-NUM / 100.

           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Box " BOX-TOKEN " collected, counted "
               AMOUNT-EDIT
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE CABINET-ID-STAND-IN
               BY REFERENCE COLLECTOR-ID
               BY REFERENCE NO-MATCH-NUMBER
           END-CALL.

           DISPLAY "Collection of box " BOX-TOKEN " recorded: "
               AMOUNT-EDIT.

           STOP RUN.
