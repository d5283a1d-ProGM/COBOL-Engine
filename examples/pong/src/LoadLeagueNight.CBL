      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Reads the head-office league file (./data/
      *          league.dat, carried down by the config pull) for the
      *          fixtures set on one date, and hands each back with
      *          both teams' codes and rosters so the cabinet can tag
      *          a rated match between the two sides as a league
      *          match. Up to four fixtures a night; a date with none
      *          comes back with a count of zero, as does a cabinet
      *          with no league file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadLeagueNight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAGUE-FILE ASSIGN TO "./data/league.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAGUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAGUE-FILE.
       01  LEAGUE-RECORD.
           COPY LEAGUEREC.

       WORKING-STORAGE SECTION.
       01  LEAGUE-FILE-STATUS PIC X(2).

      *> teams can be listed after the fixtures that name them, so
      *> they are all held until the file has been read.
       01  TEAM-TABLE.
           05 TEAM-ENTRY OCCURS 40 TIMES.
               10 TT-TEAM-CODE PIC X(4).
               10 TT-PLAYER OCCURS 8 TIMES PIC X(3).
       01  TEAM-COUNT PIC 9(2) VALUE 0.
       01  TEAM-IDX PIC 9(2) VALUE 0.
       01  SLOT-IDX PIC 9(1) VALUE 0.
       01  FIXTURE-IDX PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  LEAGUE-NIGHT-DATE PIC 9(8).
       01  LEAGUE-NIGHT-COUNT PIC 9(1).
       01  LEAGUE-NIGHT-TABLE.
           COPY LEAGFLDS.

       PROCEDURE DIVISION USING LEAGUE-NIGHT-DATE LEAGUE-NIGHT-COUNT
           LEAGUE-NIGHT-TABLE.
       LOAD-LEAGUE-NIGHT-LOGIC.
           MOVE 0 TO LEAGUE-NIGHT-COUNT.
           MOVE SPACES TO LEAGUE-NIGHT-TABLE.
           MOVE 0 TO TEAM-COUNT.

           OPEN INPUT LEAGUE-FILE.

           IF LEAGUE-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL LEAGUE-FILE-STATUS NOT = "00"
               READ LEAGUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE LG-LINE-TYPE
                           WHEN "T"
                               PERFORM TAKE-TEAM-LINE
                           WHEN "F"
                               PERFORM TAKE-FIXTURE-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE LEAGUE-FILE.

           PERFORM VARYING FIXTURE-IDX FROM 1 BY 1
               UNTIL FIXTURE-IDX > LEAGUE-NIGHT-COUNT
               PERFORM FILL-FIXTURE-ROSTERS
           END-PERFORM.

           EXIT PROGRAM.

       TAKE-TEAM-LINE.
           IF LG-TEAM-CODE = SPACES OR TEAM-COUNT >= 40 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TEAM-COUNT.
           MOVE LG-TEAM-CODE TO TT-TEAM-CODE (TEAM-COUNT).
           PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 8
               MOVE LG-ROSTER-INITIALS (SLOT-IDX)
                   TO TT-PLAYER (TEAM-COUNT, SLOT-IDX)
           END-PERFORM.

       TAKE-FIXTURE-LINE.
           IF LG-FIXTURE-DATE NOT NUMERIC
           OR LG-FIXTURE-DATE NOT = LEAGUE-NIGHT-DATE
           OR LEAGUE-NIGHT-COUNT >= 4 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO LEAGUE-NIGHT-COUNT.
           MOVE LG-HOME-TEAM TO LN-HOME-TEAM (LEAGUE-NIGHT-COUNT).
           MOVE LG-AWAY-TEAM TO LN-AWAY-TEAM (LEAGUE-NIGHT-COUNT).

       FILL-FIXTURE-ROSTERS.
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
               UNTIL TEAM-IDX > TEAM-COUNT
               IF TT-TEAM-CODE (TEAM-IDX)
                   = LN-HOME-TEAM (FIXTURE-IDX) THEN
                   PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 8
                       MOVE TT-PLAYER (TEAM-IDX, SLOT-IDX)
                           TO LN-HOME-PLAYER (FIXTURE-IDX, SLOT-IDX)
                   END-PERFORM
               END-IF
               IF TT-TEAM-CODE (TEAM-IDX)
                   = LN-AWAY-TEAM (FIXTURE-IDX) THEN
                   PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 8
                       MOVE TT-PLAYER (TEAM-IDX, SLOT-IDX)
                           TO LN-AWAY-PLAYER (FIXTURE-IDX, SLOT-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM.
