      ******************************************************************
      * Shared record layout of ./data/hiscore.dat -- the indexed
      * leaderboard keyed by player initials and game, so PONG and
      * Breakout keep separate boards in the one file. Included with
      * COPY HISCREC under the FD 01 of WriteHiScore,
      * PrintHiScoreReport, RebuildHiScores, LoadLeaderboards and the
      * season and player utilities so one change to the record
      * shape reaches every program that touches the file.
      * HS-GAME-KIND: P = PONG, B = Breakout.
      ******************************************************************
           05 HS-BOARD-KEY.
               10 HS-INITIALS   PIC X(3).
               10 HS-GAME-KIND  PIC X(1).
           05 HS-SCORE      PIC 9(5).
           05 HS-CABINET-ID PIC X(8).
           05 HS-SEASON     PIC X(6).
