      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Appends one line to ./data/player_changes.dat for
      *          every write to a player-keyed master -- profile,
      *          stored-value balance, loyalty counter, rating,
      *          awards -- with the record as it now stands. The
      *          nightly feed carries the journal to head office,
      *          where MergePlayerMaster folds the fleet's changes
      *          into the central player master that follows a
      *          player from cabinet to cabinet. The writers call it
      *          after a successful write; a journal that won't open
      *          costs the roam, never the write itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogPlayerChange.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "./data/player_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01  CHANGE-RECORD.
           COPY PLYCHG.

       WORKING-STORAGE SECTION.
       01  CHANGE-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       LINKAGE SECTION.
       01  CHANGE-FILE-CODE PIC X(4).
       01  CHANGE-KIND PIC X(1).
       01  CHANGE-PLAYER-KEY PIC X(8).
       01  CHANGE-IMAGE PIC X(60).

       PROCEDURE DIVISION USING
           CHANGE-FILE-CODE CHANGE-KIND CHANGE-PLAYER-KEY CHANGE-IMAGE.
       LOG-PLAYER-CHANGE-LOGIC.
           OPEN EXTEND CHANGE-FILE.

           IF CHANGE-FILE-STATUS = "05"
           OR CHANGE-FILE-STATUS = "35" THEN
               OPEN OUTPUT CHANGE-FILE
           END-IF.

           IF CHANGE-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE SPACES TO CHANGE-RECORD.
           MOVE CURRENT-DATE-YMD TO PC-DATE.
           COMPUTE PC-TIME = CURRENT-TIME-HMS / 100.
           MOVE CHANGE-FILE-CODE TO PC-FILE-CODE.
           MOVE CHANGE-KIND TO PC-CHANGE-KIND.
           MOVE CHANGE-PLAYER-KEY TO PC-PLAYER-KEY.
      *> a deleted record goes with no image -- the whole point of
      *> a purge is that its contents stop travelling.
           IF CHANGE-KIND NOT = "D" THEN
               MOVE CHANGE-IMAGE TO PC-IMAGE
           END-IF.

           WRITE CHANGE-RECORD.

           CLOSE CHANGE-FILE.

           EXIT PROGRAM.
