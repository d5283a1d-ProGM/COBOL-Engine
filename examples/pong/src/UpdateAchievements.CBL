      *          out here against ./data/first_win.dat, which holds
      *          the last date somebody already took that honour.
      *          Anything not yet on the player's award record is
      *          flagged and dated in ./data/awards.dat under the
      *          winner's player key, and the newly-earned switches
      *          go back so the victory card can list them. Awards
      *          are once per player, ever -- bragging rights don't
      *          reset with the season. An award first earned with
      *          assist mode on is flagged 2 rather than 1, and a
      *          later unassisted win of the same feat quietly
      *          restamps it as a plain award.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AWARD-FILE ASSIGN TO "./data/awards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-PLAYER-KEY
               FILE STATUS IS AWARD-FILE-STATUS.
           SELECT FIRST-WIN-FILE ASSIGN TO "./data/first_win.dat"
               ORGANIZATION IS LINE SEQUENTIAL

       WORKING-STORAGE SECTION.
       01  AWARD-FILE-STATUS PIC X(2).
      *> every write also goes to the player-change journal, which
      *> carries it to head office's central player master.
       01  CHANGE-FILE-CODE PIC X(4) VALUE "AWRD".
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.
       01  FIRST-WIN-FILE-STATUS PIC X(2).

       01  CURRENT-DATE-YMD PIC 9(8) VALUE 0.
       01  RECORD-IS-NEW PIC 9(1) VALUE 0.
       01  DAY-ALREADY-TAKEN PIC 9(1) VALUE 0.
      *> the flag value this win earns: 1 plain, 2 assisted.
       01  AWARD-GRADE PIC 9(1) VALUE 1.
      *> the record as read, so a restamp with nothing new earned
      *> still goes home as a change.
       01  AWARD-BEFORE PIC X(44) VALUE SPACES.

       LINKAGE SECTION.
       01  AWARD-PLAYER-KEY PIC X(8).
       01  WIN-QUALIFIERS.
           05 WIN-SHUTOUT-FLAG  PIC 9(1).
           05 WIN-MAXSPEED-FLAG PIC 9(1).
           05 NEW-MAXSPEED-FLAG PIC 9(1).
           05 NEW-HARDWIN-FLAG  PIC 9(1).
           05 NEW-DAYFIRST-FLAG PIC 9(1).
      *> 1 when the win was played with assist mode on.
       01  AWARD-ASSIST-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           AWARD-PLAYER-KEY WIN-QUALIFIERS NEW-AWARDS
           AWARD-ASSIST-FLAG.
       UPDATE-ACHIEVEMENTS-LOGIC.
           MOVE 0 TO NEW-SHUTOUT-FLAG.
           MOVE 0 TO NEW-MAXSPEED-FLAG.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.

           IF AWARD-ASSIST-FLAG = 1 THEN
               MOVE 2 TO AWARD-GRADE
           ELSE
               MOVE 1 TO AWARD-GRADE
           END-IF.

           OPEN I-O AWARD-FILE.

           IF AWARD-FILE-STATUS = "35" THEN
           PERFORM CLAIM-FIRST-WIN-OF-DAY.

           MOVE 0 TO RECORD-IS-NEW.
           MOVE AWARD-PLAYER-KEY TO AW-PLAYER-KEY.

           READ AWARD-FILE
               INVALID KEY
                   MOVE 1 TO RECORD-IS-NEW
                   MOVE AWARD-PLAYER-KEY TO AW-PLAYER-KEY
                   MOVE 0 TO AW-SHUTOUT-FLAG
                   MOVE 0 TO AW-SHUTOUT-DATE
                   MOVE 0 TO AW-MAXSPEED-FLAG
                   MOVE 0 TO AW-DAYFIRST-FLAG
                   MOVE 0 TO AW-DAYFIRST-DATE
           END-READ.
           MOVE AWARD-RECORD TO AWARD-BEFORE.

           IF WIN-SHUTOUT-FLAG = 1 AND AW-SHUTOUT-FLAG = 0 THEN
               MOVE AWARD-GRADE TO AW-SHUTOUT-FLAG
               MOVE CURRENT-DATE-YMD TO AW-SHUTOUT-DATE
               MOVE 1 TO NEW-SHUTOUT-FLAG
           END-IF.
           IF WIN-SHUTOUT-FLAG = 1 AND AW-SHUTOUT-FLAG = 2
           AND AWARD-GRADE = 1 THEN
               MOVE 1 TO AW-SHUTOUT-FLAG
               MOVE CURRENT-DATE-YMD TO AW-SHUTOUT-DATE
           END-IF.

           IF WIN-MAXSPEED-FLAG = 1 AND AW-MAXSPEED-FLAG = 0 THEN
               MOVE AWARD-GRADE TO AW-MAXSPEED-FLAG
               MOVE CURRENT-DATE-YMD TO AW-MAXSPEED-DATE
               MOVE 1 TO NEW-MAXSPEED-FLAG
           END-IF.
           IF WIN-MAXSPEED-FLAG = 1 AND AW-MAXSPEED-FLAG = 2
           AND AWARD-GRADE = 1 THEN
               MOVE 1 TO AW-MAXSPEED-FLAG
               MOVE CURRENT-DATE-YMD TO AW-MAXSPEED-DATE
           END-IF.

           IF WIN-HARDWIN-FLAG = 1 AND AW-HARDWIN-FLAG = 0 THEN
               MOVE AWARD-GRADE TO AW-HARDWIN-FLAG
               MOVE CURRENT-DATE-YMD TO AW-HARDWIN-DATE
               MOVE 1 TO NEW-HARDWIN-FLAG
           END-IF.
           IF WIN-HARDWIN-FLAG = 1 AND AW-HARDWIN-FLAG = 2
           AND AWARD-GRADE = 1 THEN
               MOVE 1 TO AW-HARDWIN-FLAG
               MOVE CURRENT-DATE-YMD TO AW-HARDWIN-DATE
           END-IF.

           IF DAY-ALREADY-TAKEN = 0 AND AW-DAYFIRST-FLAG = 0 THEN
               MOVE AWARD-GRADE TO AW-DAYFIRST-FLAG
               MOVE CURRENT-DATE-YMD TO AW-DAYFIRST-DATE
               MOVE 1 TO NEW-DAYFIRST-FLAG
           END-IF.
               REWRITE AWARD-RECORD
           END-IF.

      *> a win that earned nothing new rewrites the same record;
      *> only a real change is worth sending home.
           IF RECORD-IS-NEW = 1
           OR AWARD-RECORD NOT = AWARD-BEFORE
           OR NEW-SHUTOUT-FLAG = 1 OR NEW-MAXSPEED-FLAG = 1
           OR NEW-HARDWIN-FLAG = 1 OR NEW-DAYFIRST-FLAG = 1 THEN
               PERFORM LOG-AWARD-CHANGE
           END-IF.

           CLOSE AWARD-FILE.

           EXIT PROGRAM.
                   CLOSE FIRST-WIN-FILE
               END-IF
           END-IF.

       LOG-AWARD-CHANGE.
           MOVE AWARD-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE AW-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.
