      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Works out the head start for a rated two-player
      *          match once both captains have keyed their names:
      *          reads the two players' standing on the house rating
      *          file (a name not yet on file stands at the par of
      *          1200), and looks the gap between them up in the
      *          operator's table, ./data/handicap.dat. Hands back
      *          the side that starts ahead -- L or R, the lower-rated
      *          one -- and the games it starts with, or a space and
      *          zero when the gap earns nothing, a side has no name,
      *          or the site keeps no table. The caller caps the head
      *          start below the games a match needs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComputeHandicap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATING-FILE ASSIGN TO "./data/ratings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAYER-KEY
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "./data/handicap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HANDICAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-KEY PIC X(8).
           05 RT-RATING   PIC 9(4).
           05 RT-GAMES    PIC 9(5).
           05 RT-WINS     PIC 9(5).

       FD  HANDICAP-FILE.
       01  HANDICAP-RECORD.
           COPY HANDCAP.
      *> room for a whole comment row, so it reads as one line.
       01  HANDICAP-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  RATING-FILE-STATUS PIC X(2).
       01  HANDICAP-FILE-STATUS PIC X(2).
       01  LEFT-RATING PIC 9(4) VALUE 1200.
       01  RIGHT-RATING PIC 9(4) VALUE 1200.
      *> the largest table gap the match has reached so far.
       01  BEST-GAP-REACHED PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  HANDICAP-LEFT-KEY PIC X(8).
       01  HANDICAP-RIGHT-KEY PIC X(8).
       01  HANDICAP-SIDE PIC X(1).
       01  HANDICAP-GAMES PIC 9(2).
       01  HANDICAP-RATING-GAP PIC 9(4).

       PROCEDURE DIVISION USING HANDICAP-LEFT-KEY HANDICAP-RIGHT-KEY
           HANDICAP-SIDE HANDICAP-GAMES HANDICAP-RATING-GAP.
       COMPUTE-HANDICAP-LOGIC.
           MOVE SPACE TO HANDICAP-SIDE.
           MOVE 0 TO HANDICAP-GAMES.
           MOVE 0 TO HANDICAP-RATING-GAP.

      *> the same rule UpdatePlayerRating rates by: a side with no
      *> name, or one key on both paddles, is no rated match.
           IF HANDICAP-LEFT-KEY = SPACES
           OR HANDICAP-RIGHT-KEY = SPACES
           OR HANDICAP-LEFT-KEY = HANDICAP-RIGHT-KEY THEN
               EXIT PROGRAM
           END-IF.

           PERFORM READ-BOTH-RATINGS.

           IF LEFT-RATING = RIGHT-RATING THEN
               EXIT PROGRAM
           END-IF.

           IF LEFT-RATING < RIGHT-RATING THEN
               COMPUTE HANDICAP-RATING-GAP = RIGHT-RATING - LEFT-RATING
           ELSE
               COMPUTE HANDICAP-RATING-GAP = LEFT-RATING - RIGHT-RATING
           END-IF.

           PERFORM LOOK-UP-HEAD-START.

           IF HANDICAP-GAMES > 0 THEN
               IF LEFT-RATING < RIGHT-RATING THEN
                   MOVE "L" TO HANDICAP-SIDE
               ELSE
                   MOVE "R" TO HANDICAP-SIDE
               END-IF
           END-IF.

           EXIT PROGRAM.

       READ-BOTH-RATINGS.
           MOVE 1200 TO LEFT-RATING.
           MOVE 1200 TO RIGHT-RATING.

           OPEN INPUT RATING-FILE.

           IF RATING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE HANDICAP-LEFT-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE
               KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RT-RATING TO LEFT-RATING
           END-READ.

           MOVE HANDICAP-RIGHT-KEY TO RT-PLAYER-KEY.
           READ RATING-FILE
               KEY IS RT-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RT-RATING TO RIGHT-RATING
           END-READ.

           CLOSE RATING-FILE.

       LOOK-UP-HEAD-START.
           MOVE 0 TO BEST-GAP-REACHED.

           OPEN INPUT HANDICAP-FILE.

           IF HANDICAP-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

      *> rows can come in any order; the largest gap the match
      *> reaches wins, so a table kept out of order still reads true.
           PERFORM UNTIL HANDICAP-FILE-STATUS NOT = "00"
               READ HANDICAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment rows don't start with a digit.
                       IF HC-RATING-GAP NUMERIC
                       AND HC-HEAD-START NUMERIC
                       AND HC-RATING-GAP <= HANDICAP-RATING-GAP
                       AND HC-RATING-GAP >= BEST-GAP-REACHED THEN
                           MOVE HC-RATING-GAP TO BEST-GAP-REACHED
                           MOVE HC-HEAD-START TO HANDICAP-GAMES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HANDICAP-FILE.
