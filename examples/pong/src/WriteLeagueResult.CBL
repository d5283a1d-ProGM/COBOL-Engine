      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Records one league match played on a fixture night
      *          -- date and time, the match number, the fixture's
      *          home and away team codes, winner and loser initials
      *          and the games each took -- in ./data/
      *          league_results.dat, which the nightly feed carries
      *          to head office for the league settlement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteLeagueResult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "./data/league_results.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD.
           COPY LEAGRES.

       WORKING-STORAGE SECTION.
       01  RESULT-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       LINKAGE SECTION.
       01  RESULT-HOME-TEAM PIC X(4).
       01  RESULT-AWAY-TEAM PIC X(4).
       01  RESULT-WINNER PIC X(3).
       01  RESULT-LOSER PIC X(3).
       01  RESULT-WINNER-GAMES PIC 9(3).
       01  RESULT-LOSER-GAMES PIC 9(3).
       01  RESULT-MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING RESULT-HOME-TEAM RESULT-AWAY-TEAM
           RESULT-WINNER RESULT-LOSER RESULT-WINNER-GAMES
           RESULT-LOSER-GAMES RESULT-MATCH-NUMBER.
       WRITE-LEAGUE-RESULT-LOGIC.
           OPEN EXTEND RESULT-FILE.

           IF RESULT-FILE-STATUS = "05"
           OR RESULT-FILE-STATUS = "35" THEN
               OPEN OUTPUT RESULT-FILE
           END-IF.

           IF RESULT-FILE-STATUS NOT = "00" THEN
               DISPLAY "league results file unwritable (status "
                   RESULT-FILE-STATUS "); league match unrecorded."
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE SPACES TO RESULT-RECORD.
           MOVE CURRENT-DATE-YMD TO LM-DATE.
           COMPUTE LM-TIME = CURRENT-TIME-HMS / 100.
           MOVE RESULT-MATCH-NUMBER TO LM-MATCH-NUMBER.
           MOVE RESULT-HOME-TEAM TO LM-HOME-TEAM.
           MOVE RESULT-AWAY-TEAM TO LM-AWAY-TEAM.
           MOVE RESULT-WINNER TO LM-WINNER.
           MOVE RESULT-LOSER TO LM-LOSER.
           MOVE RESULT-WINNER-GAMES TO LM-WINNER-GAMES.
           MOVE RESULT-LOSER-GAMES TO LM-LOSER-GAMES.

           WRITE RESULT-RECORD.

           CLOSE RESULT-FILE.

           EXIT PROGRAM.
