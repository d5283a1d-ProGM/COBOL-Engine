      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Boot-time load of the central player master the
      *          config pull brought down (./data/player_master.dat),
      *          so a regular who played at another cabinet yesterday
      *          finds their profile, balance, loyalty punches,
      *          rating and awards here today. Each master line is
      *          written over (or, for a purged player, deleted from)
      *          the matching local master: players, balances,
      *          loyalty_counters, ratings and awards. A record this
      *          cabinet changed after the master's merge day is left
      *          alone -- the local version is newer and goes up in
      *          tonight's feed. A master already loaded (same day
      *          and revision in player_master_applied.dat) is not
      *          loaded twice. Writes made here are not journaled;
      *          they came from the master, not from play.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplyPlayerMaster.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "./data/player_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT APPLIED-FILE
               ASSIGN TO "./data/player_master_applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLIED-FILE-STATUS.
           SELECT CHANGE-FILE ASSIGN TO "./data/player_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-FILE-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "./data/players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-KEY
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "./data/balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-PLAYER-KEY
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT LOYALTY-FILE
               ASSIGN TO "./data/loyalty_counters.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-PLAYER-KEY
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "./data/ratings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-PLAYER-KEY
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT AWARD-FILE ASSIGN TO "./data/awards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-PLAYER-KEY
               FILE STATUS IS TARGET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY PLYMAST.
       01  MASTER-HEADER.
           05 MH-MARK     PIC X(4).
           05 MH-DAY      PIC 9(8).
           05 MH-SEP      PIC X(1).
           05 MH-REVISION PIC 9(2).

       FD  APPLIED-FILE.
       01  APPLIED-RECORD.
           05 AP-DAY      PIC 9(8).
           05 AP-REVISION PIC 9(2).

       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
           COPY PLYCHG.

      *> the masters are only copied whole here, so each is just
      *> its key and the rest of the record.
       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           05 PR-PLAYER-KEY PIC X(8).
           05 FILLER        PIC X(15).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05 BR-PLAYER-KEY PIC X(8).
           05 FILLER        PIC X(8).

       FD  LOYALTY-FILE.
       01  LOYALTY-RECORD.
           05 LR-PLAYER-KEY PIC X(8).
           05 FILLER        PIC X(5).

       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RR-PLAYER-KEY PIC X(8).
           05 FILLER        PIC X(14).

       FD  AWARD-FILE.
       01  AWARD-RECORD.
           05 AR-PLAYER-KEY PIC X(8).
           05 FILLER        PIC X(36).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-STATUS PIC X(2).
       01  APPLIED-FILE-STATUS PIC X(2).
       01  CHANGE-FILE-STATUS PIC X(2).
       01  TARGET-FILE-STATUS PIC X(2).

       01  MASTER-DAY PIC 9(8) VALUE 0.
       01  MASTER-REVISION PIC 9(2) VALUE 0.
       01  APPLIED-DAY PIC 9(8) VALUE 0.
       01  APPLIED-REVISION PIC 9(2) VALUE 0.

      *> records this cabinet has changed since the master's day.
       01  PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 1000 TIMES.
               10 PT-FILE-CODE  PIC X(4).
               10 PT-PLAYER-KEY PIC X(8).
       01  PENDING-COUNT PIC 9(4) VALUE 0.
       01  PENDING-IDX PIC 9(4) VALUE 0.
       01  PENDING-FOUND PIC 9(1) VALUE 0.

       01  CURRENT-FILE-CODE PIC X(4) VALUE SPACES.
       01  SEEK-PLAYER-KEY PIC X(8) VALUE SPACES.
       01  WRITTEN-COUNT PIC 9(5) VALUE 0.
       01  DELETED-COUNT PIC 9(5) VALUE 0.
       01  KEPT-LOCAL-COUNT PIC 9(5) VALUE 0.

       01  GAME.
           COPY GAMEFLDS.

       01  AUDIT-EVENT-CODE PIC X(10) VALUE "PLAYERSYNC".
       01  AUDIT-EVENT-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       APPLY-PLAYER-MASTER-LOGIC.
           PERFORM READ-MASTER-HEADER.

           IF MASTER-DAY = 0 THEN
               EXIT PROGRAM
           END-IF.

           PERFORM READ-APPLIED-STAMP.

           IF MASTER-DAY < APPLIED-DAY
           OR (MASTER-DAY = APPLIED-DAY
           AND MASTER-REVISION <= APPLIED-REVISION) THEN
               EXIT PROGRAM
           END-IF.

           MOVE 0 TO WRITTEN-COUNT.
           MOVE 0 TO DELETED-COUNT.
           MOVE 0 TO KEPT-LOCAL-COUNT.

           PERFORM LOAD-PENDING-CHANGES.

      *> one master at a time, one pass over the file for each.
           MOVE "PROF" TO CURRENT-FILE-CODE.
           PERFORM APPLY-ONE-MASTER.
           MOVE "BALN" TO CURRENT-FILE-CODE.
           PERFORM APPLY-ONE-MASTER.
           MOVE "LOYL" TO CURRENT-FILE-CODE.
           PERFORM APPLY-ONE-MASTER.
           MOVE "RATE" TO CURRENT-FILE-CODE.
           PERFORM APPLY-ONE-MASTER.
           MOVE "AWRD" TO CURRENT-FILE-CODE.
           PERFORM APPLY-ONE-MASTER.

           PERFORM WRITE-APPLIED-STAMP.

           CALL "LoadGameConfig" USING
               BY REFERENCE GAME
           END-CALL.

           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Player master " MASTER-DAY "/" MASTER-REVISION
               " loaded, " WRITTEN-COUNT " written, " DELETED-COUNT
               " deleted, " KEPT-LOCAL-COUNT " kept local"
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           CALL "LogSessionEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE GAME-CABINET-ID
           END-CALL.

           DISPLAY "Player master " MASTER-DAY " loaded ("
               WRITTEN-COUNT " written, " DELETED-COUNT " deleted, "
               KEPT-LOCAL-COUNT " kept local).".

           EXIT PROGRAM.

       READ-MASTER-HEADER.
           MOVE 0 TO MASTER-DAY.
           MOVE 0 TO MASTER-REVISION.

           OPEN INPUT MASTER-FILE.

           IF MASTER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ MASTER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MH-MARK = "#PM " AND MH-DAY NUMERIC THEN
                       MOVE MH-DAY TO MASTER-DAY
                       IF MH-REVISION NUMERIC THEN
                           MOVE MH-REVISION TO MASTER-REVISION
                       END-IF
                   END-IF
           END-READ.

           CLOSE MASTER-FILE.

       READ-APPLIED-STAMP.
           MOVE 0 TO APPLIED-DAY.
           MOVE 0 TO APPLIED-REVISION.

           OPEN INPUT APPLIED-FILE.

           IF APPLIED-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           READ APPLIED-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AP-DAY NUMERIC AND AP-REVISION NUMERIC THEN
                       MOVE AP-DAY TO APPLIED-DAY
                       MOVE AP-REVISION TO APPLIED-REVISION
                   END-IF
           END-READ.

           CLOSE APPLIED-FILE.

       WRITE-APPLIED-STAMP.
           OPEN OUTPUT APPLIED-FILE.

           IF APPLIED-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MASTER-DAY TO AP-DAY.
           MOVE MASTER-REVISION TO AP-REVISION.
           WRITE APPLIED-RECORD.

           CLOSE APPLIED-FILE.

       LOAD-PENDING-CHANGES.
           MOVE 0 TO PENDING-COUNT.

           OPEN INPUT CHANGE-FILE.

           IF CHANGE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CHANGE-FILE-STATUS NOT = "00"
               READ CHANGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-DATE NUMERIC
                       AND PC-DATE > MASTER-DAY THEN
                           PERFORM NOTE-PENDING-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHANGE-FILE.

       NOTE-PENDING-CHANGE.
           MOVE PC-FILE-CODE TO CURRENT-FILE-CODE.
           MOVE PC-PLAYER-KEY TO SEEK-PLAYER-KEY.
           PERFORM FIND-PENDING.

           IF PENDING-FOUND = 1 OR PENDING-COUNT >= 1000 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PENDING-COUNT.
           MOVE PC-FILE-CODE TO PT-FILE-CODE (PENDING-COUNT).
           MOVE PC-PLAYER-KEY TO PT-PLAYER-KEY (PENDING-COUNT).

       FIND-PENDING.
           MOVE 0 TO PENDING-FOUND.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT OR PENDING-FOUND = 1
               IF PT-FILE-CODE (PENDING-IDX) = CURRENT-FILE-CODE
               AND PT-PLAYER-KEY (PENDING-IDX) = SEEK-PLAYER-KEY THEN
                   MOVE 1 TO PENDING-FOUND
               END-IF
           END-PERFORM.

       APPLY-ONE-MASTER.
           PERFORM OPEN-TARGET.

           IF TARGET-FILE-STATUS NOT = "00" THEN
               DISPLAY "Player master: " CURRENT-FILE-CODE
                   " file unavailable (status " TARGET-FILE-STATUS
                   "); left as it was."
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT MASTER-FILE.

           IF MASTER-FILE-STATUS = "00" THEN
               PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
                   READ MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PX-FILE-CODE = CURRENT-FILE-CODE
                           AND PX-PLAYER-KEY NOT = SPACES THEN
                               PERFORM APPLY-MASTER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

           PERFORM CLOSE-TARGET.

       OPEN-TARGET.
      *> a master this cabinet has never written is created empty,
      *> the way the writers themselves do it.
           EVALUATE CURRENT-FILE-CODE
               WHEN "PROF"
                   OPEN I-O PLAYER-FILE
                   IF TARGET-FILE-STATUS = "35" THEN
                       OPEN OUTPUT PLAYER-FILE
                       CLOSE PLAYER-FILE
                       OPEN I-O PLAYER-FILE
                   END-IF
               WHEN "BALN"
                   OPEN I-O BALANCE-FILE
                   IF TARGET-FILE-STATUS = "35" THEN
                       OPEN OUTPUT BALANCE-FILE
                       CLOSE BALANCE-FILE
                       OPEN I-O BALANCE-FILE
                   END-IF
               WHEN "LOYL"
                   OPEN I-O LOYALTY-FILE
                   IF TARGET-FILE-STATUS = "35" THEN
                       OPEN OUTPUT LOYALTY-FILE
                       CLOSE LOYALTY-FILE
                       OPEN I-O LOYALTY-FILE
                   END-IF
               WHEN "RATE"
                   OPEN I-O RATING-FILE
                   IF TARGET-FILE-STATUS = "35" THEN
                       OPEN OUTPUT RATING-FILE
                       CLOSE RATING-FILE
                       OPEN I-O RATING-FILE
                   END-IF
               WHEN "AWRD"
                   OPEN I-O AWARD-FILE
                   IF TARGET-FILE-STATUS = "35" THEN
                       OPEN OUTPUT AWARD-FILE
                       CLOSE AWARD-FILE
                       OPEN I-O AWARD-FILE
                   END-IF
           END-EVALUATE.

       CLOSE-TARGET.
           EVALUATE CURRENT-FILE-CODE
               WHEN "PROF"
                   CLOSE PLAYER-FILE
               WHEN "BALN"
                   CLOSE BALANCE-FILE
               WHEN "LOYL"
                   CLOSE LOYALTY-FILE
               WHEN "RATE"
                   CLOSE RATING-FILE
               WHEN "AWRD"
                   CLOSE AWARD-FILE
           END-EVALUATE.

       APPLY-MASTER-LINE.
           MOVE PX-PLAYER-KEY TO SEEK-PLAYER-KEY.
           PERFORM FIND-PENDING.

           IF PENDING-FOUND = 1 THEN
               ADD 1 TO KEPT-LOCAL-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF PX-CHANGE-KIND = "D" THEN
               PERFORM DELETE-TARGET-RECORD
           ELSE
               PERFORM WRITE-TARGET-RECORD
           END-IF.

       WRITE-TARGET-RECORD.
           ADD 1 TO WRITTEN-COUNT.

           EVALUATE CURRENT-FILE-CODE
               WHEN "PROF"
                   MOVE PX-IMAGE TO PLAYER-RECORD
                   WRITE PLAYER-RECORD
                       INVALID KEY
                           REWRITE PLAYER-RECORD
                   END-WRITE
               WHEN "BALN"
                   MOVE PX-IMAGE TO BALANCE-RECORD
                   WRITE BALANCE-RECORD
                       INVALID KEY
                           REWRITE BALANCE-RECORD
                   END-WRITE
               WHEN "LOYL"
                   MOVE PX-IMAGE TO LOYALTY-RECORD
                   WRITE LOYALTY-RECORD
                       INVALID KEY
                           REWRITE LOYALTY-RECORD
                   END-WRITE
               WHEN "RATE"
                   MOVE PX-IMAGE TO RATING-RECORD
                   WRITE RATING-RECORD
                       INVALID KEY
                           REWRITE RATING-RECORD
                   END-WRITE
               WHEN "AWRD"
                   MOVE PX-IMAGE TO AWARD-RECORD
                   WRITE AWARD-RECORD
                       INVALID KEY
                           REWRITE AWARD-RECORD
                   END-WRITE
           END-EVALUATE.

       DELETE-TARGET-RECORD.
           ADD 1 TO DELETED-COUNT.

           EVALUATE CURRENT-FILE-CODE
               WHEN "PROF"
                   MOVE PX-PLAYER-KEY TO PR-PLAYER-KEY
                   DELETE PLAYER-FILE
                       INVALID KEY
                           SUBTRACT 1 FROM DELETED-COUNT
                   END-DELETE
               WHEN "BALN"
                   MOVE PX-PLAYER-KEY TO BR-PLAYER-KEY
                   DELETE BALANCE-FILE
                       INVALID KEY
                           SUBTRACT 1 FROM DELETED-COUNT
                   END-DELETE
               WHEN "LOYL"
                   MOVE PX-PLAYER-KEY TO LR-PLAYER-KEY
                   DELETE LOYALTY-FILE
                       INVALID KEY
                           SUBTRACT 1 FROM DELETED-COUNT
                   END-DELETE
               WHEN "RATE"
                   MOVE PX-PLAYER-KEY TO RR-PLAYER-KEY
                   DELETE RATING-FILE
                       INVALID KEY
                           SUBTRACT 1 FROM DELETED-COUNT
                   END-DELETE
               WHEN "AWRD"
                   MOVE PX-PLAYER-KEY TO AR-PLAYER-KEY
                   DELETE AWARD-FILE
                       INVALID KEY
                           SUBTRACT 1 FROM DELETED-COUNT
                   END-DELETE
           END-EVALUATE.
