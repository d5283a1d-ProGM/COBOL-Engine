      ******************************************************************
      * Shared record layout of ./data/fleet_board.dat, the fleet-wide
      * leaderboard head office builds from every cabinet's hi-score
      * journal and pushes back through the config pull -- one row
      * per place: the season, the game (P = PONG, B = Breakout),
      * the rank, the player's initials and best score, the cabinet
      * and the site it was set at, and the day it was set. A player
      * is their initials on one cabinet, as on the house boards.
      * FB-ASSIST-FLAG is A when the place was set with assist mode
      * on (space otherwise, and on boards from before the column).
      * Included with COPY FLEETBRD under the FD 01 of BuildFleetBoard
      * and LoadLeaderboards.
      ******************************************************************
           05 FB-SEASON     PIC X(6).
           05 FB-SEP-1      PIC X(1).
           05 FB-GAME-KIND  PIC X(1).
           05 FB-SEP-2      PIC X(1).
           05 FB-RANK       PIC 9(2).
           05 FB-SEP-3      PIC X(1).
           05 FB-INITIALS   PIC X(3).
           05 FB-SEP-4      PIC X(1).
           05 FB-SCORE      PIC 9(5).
           05 FB-SEP-5      PIC X(1).
           05 FB-CABINET-ID PIC X(8).
           05 FB-SEP-6      PIC X(1).
           05 FB-SITE-NAME  PIC X(20).
           05 FB-SEP-7      PIC X(1).
           05 FB-DATE       PIC 9(8).
           05 FB-SEP-8      PIC X(1).
           05 FB-ASSIST-FLAG PIC X(1).
