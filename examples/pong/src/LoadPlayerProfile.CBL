      * Author: ProGM
      * Date:
      * Purpose: Fetches one player's stored preferences from the
      *          player-master file by their player key (member
      *          number, or padded initials for a walk-up), so a
      *          regular gets their own difficulty, bindings,
      *          palette and assist setting the moment the cabinet
      *          knows who they are.
      *          Not-found just reports so; the caller keeps cabinet
      *          defaults.
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

       LINKAGE SECTION.
       01  WANTED-PLAYER-KEY PIC X(8).

       01  PLAYER-PROFILE.
           COPY PLAYERPRO.
       01  PROFILE-FOUND-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           WANTED-PLAYER-KEY PLAYER-PROFILE PROFILE-FOUND-FLAG.
       LOAD-PLAYER-PROFILE-LOGIC.
           MOVE 0 TO PROFILE-FOUND-FLAG.

               EXIT PROGRAM
           END-IF.

           MOVE WANTED-PLAYER-KEY TO PM-PLAYER-KEY.

           READ PLAYER-FILE
               KEY IS PM-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PM-PLAYER-KEY TO PROFILE-PLAYER-KEY
                   MOVE PM-DIFFICULTY TO PROFILE-DIFFICULTY
                   MOVE PM-P1-UP TO PROFILE-P1-UP
                   MOVE PM-P1-DOWN TO PROFILE-P1-DOWN
                   MOVE PM-PALETTE TO PROFILE-PALETTE
                   MOVE PM-GAMES-PLAYED TO PROFILE-GAMES-PLAYED
                   MOVE PM-PUBLIC-FLAG TO PROFILE-PUBLIC-FLAG
      *> a record from before the assist setting reads as off.
                   IF PM-ASSIST NUMERIC THEN
                       MOVE PM-ASSIST TO PROFILE-ASSIST
                   ELSE
                       MOVE 0 TO PROFILE-ASSIST
                   END-IF
                   MOVE 1 TO PROFILE-FOUND-FLAG
           END-READ.

