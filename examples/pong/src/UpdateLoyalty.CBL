      *          paid games when the file is absent). Crossing it
      *          resets the counter -- the card is punched through
      *          and a fresh one starts. Counters live in their own
      *          keyed file next to the player master, under the same
      *          player key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "./data/loyalty_counters.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-PLAYER-KEY
               FILE STATUS IS COUNTER-FILE-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "./data/loyalty.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  COUNTER-FILE.
       01  COUNTER-RECORD.
           05 LC-PLAYER-KEY PIC X(8).
           05 LC-COUNTER  PIC 9(5).

       FD  THRESHOLD-FILE.
       WORKING-STORAGE SECTION.
       01  COUNTER-FILE-STATUS PIC X(2).
       01  THRESHOLD-FILE-STATUS PIC X(2).
      *> every write also goes to the player-change journal, which
      *> carries it to head office's central player master.
       01  CHANGE-FILE-CODE PIC X(4) VALUE "LOYL".
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.

       01  THRESHOLD-LOADED-FLAG PIC 9(1) VALUE 0.
       01  LOYALTY-THRESHOLD PIC 9(3) VALUE 10.

       LINKAGE SECTION.
       01  LOYAL-PLAYER-KEY PIC X(8).
       01  LOYAL-GRANTED-FLAG PIC 9(1).

       PROCEDURE DIVISION USING LOYAL-PLAYER-KEY LOYAL-GRANTED-FLAG.
       UPDATE-LOYALTY-LOGIC.
           MOVE 0 TO LOYAL-GRANTED-FLAG.

           IF LOYAL-PLAYER-KEY = SPACES THEN
               EXIT PROGRAM
           END-IF.

               EXIT PROGRAM
           END-IF.

           MOVE LOYAL-PLAYER-KEY TO LC-PLAYER-KEY.

           READ COUNTER-FILE
               KEY IS LC-PLAYER-KEY
               INVALID KEY
                   MOVE LOYAL-PLAYER-KEY TO LC-PLAYER-KEY
                   MOVE 1 TO LC-COUNTER
                   PERFORM JUDGE-THRESHOLD
                   WRITE COUNTER-RECORD
                   REWRITE COUNTER-RECORD
           END-READ.

           IF COUNTER-FILE-STATUS = "00" THEN
               PERFORM LOG-COUNTER-CHANGE
           END-IF.

           CLOSE COUNTER-FILE.

           EXIT PROGRAM.
           END-READ.

           CLOSE THRESHOLD-FILE.

       LOG-COUNTER-CHANGE.
           MOVE COUNTER-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE LC-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.
