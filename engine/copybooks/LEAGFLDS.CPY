      ******************************************************************
      * Shared layout of a league night -- the fixtures ./data/
      * league.dat sets for one date, each with both teams' codes
      * and rosters, so a cabinet can tell a league match from a
      * friendly by who is playing. Included with COPY LEAGFLDS
      * inside a caller's own "01 LEAGUE-NIGHT-TABLE." so PONG.CBL
      * and LoadLeagueNight agree on its shape.
      ******************************************************************
           05 LEAGUE-FIXTURE OCCURS 4 TIMES.
               10 LN-HOME-TEAM   PIC X(4).
               10 LN-AWAY-TEAM   PIC X(4).
               10 LN-HOME-PLAYER OCCURS 8 TIMES PIC X(3).
               10 LN-AWAY-PLAYER OCCURS 8 TIMES PIC X(3).
