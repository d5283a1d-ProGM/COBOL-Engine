      ******************************************************************
      * Shared layout of the attract loop's leaderboards -- the house
      * top five for one game off ./data/hiscore.dat, and the fleet
      * top twenty-five for the same game off ./data/fleet_board.dat
      * with the cabinet and site each score was set at. Included
      * with COPY BOARDFLDS inside a caller's own "01 ATTRACT-BOARDS."
      * so PONG.CBL and LoadLeaderboards agree on the shape. The
      * assist flags are A for a score set with assist mode on.
      ******************************************************************
           05 HOUSE-BOARD-COUNT PIC 9(1).
           05 HOUSE-BOARD-ROW OCCURS 5 TIMES.
               10 HB-INITIALS PIC X(3).
               10 HB-SCORE    PIC 9(5).
               10 HB-ASSIST-FLAG PIC X(1).
           05 FLEET-BOARD-SEASON PIC X(6).
           05 FLEET-BOARD-COUNT PIC 9(2).
           05 FLEET-BOARD-ROW OCCURS 25 TIMES.
               10 FR-INITIALS   PIC X(3).
               10 FR-SCORE      PIC 9(5).
               10 FR-CABINET-ID PIC X(8).
               10 FR-SITE-NAME  PIC X(20).
               10 FR-ASSIST-FLAG PIC X(1).
