      * Author: ProGM
      * Date:
      * Purpose: Writes one player's preferences back to the
      *          player-master file under their player key -- a
      *          fresh record for a first-time name, a rewrite for a
      *          regular -- so the cabinet remembers them next visit.
      *          A regular's public-initials consent is kept as it
      *          stands on file, whatever the caller's copy says: the
      *          counter may have changed it while they played.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PLAYER-FILE ASSIGN TO "./data/players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-KEY
               FILE STATUS IS PLAYER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-KEY   PIC X(8).
           05 PM-DIFFICULTY   PIC 9(1).
           05 PM-P1-UP        PIC 9(3).
           05 PM-P1-DOWN      PIC 9(3).
           05 PM-PALETTE      PIC 9(1).
           05 PM-GAMES-PLAYED PIC 9(5).
           05 PM-PUBLIC-FLAG  PIC X(1).
           05 PM-ASSIST       PIC 9(1).

       WORKING-STORAGE SECTION.
       01  PLAYER-FILE-STATUS PIC X(2).
       01  STORED-PUBLIC-FLAG PIC X(1) VALUE SPACE.
      *> every write also goes to the player-change journal, which
      *> carries it to head office's central player master.
       01  CHANGE-FILE-CODE PIC X(4) VALUE "PROF".
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  PLAYER-PROFILE.
               EXIT PROGRAM
           END-IF.

           MOVE PROFILE-PLAYER-KEY TO PM-PLAYER-KEY.
           MOVE PROFILE-PUBLIC-FLAG TO STORED-PUBLIC-FLAG.
           READ PLAYER-FILE
               KEY IS PM-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-PUBLIC-FLAG TO STORED-PUBLIC-FLAG
           END-READ.

           MOVE PROFILE-PLAYER-KEY TO PM-PLAYER-KEY.
           MOVE PROFILE-DIFFICULTY TO PM-DIFFICULTY.
           MOVE PROFILE-P1-UP TO PM-P1-UP.
           MOVE PROFILE-P1-DOWN TO PM-P1-DOWN.
           MOVE PROFILE-PALETTE TO PM-PALETTE.
           MOVE PROFILE-GAMES-PLAYED TO PM-GAMES-PLAYED.
           MOVE STORED-PUBLIC-FLAG TO PM-PUBLIC-FLAG.
           MOVE PROFILE-ASSIST TO PM-ASSIST.

           WRITE PLAYER-MASTER-RECORD
               INVALID KEY
           AND PLAYER-FILE-STATUS NOT = "02" THEN
               DISPLAY "players.dat write failed (status "
                   PLAYER-FILE-STATUS "); profile not saved."
           ELSE
               PERFORM LOG-PROFILE-CHANGE
           END-IF.

           CLOSE PLAYER-FILE.

           EXIT PROGRAM.

       LOG-PROFILE-CHANGE.
           MOVE PLAYER-MASTER-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE PM-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.
