      ******************************************************************
      * Shared record layout of ./data/league.dat, the head-office
      * inter-venue league file the config pull carries to every
      * cabinet. The first byte says what a line is:
      *   N  the league's name, shown on the report and the ticker
      *   T  a team: its code, the site code it plays out of (as in
      *      ./data/locations.dat), its name and a roster of up to
      *      eight players' initials
      *   F  a fixture: the night it is played, the home team (whose
      *      venue hosts it) and the away team
      * Anything else, # comments included, is skipped. Included
      * with COPY LEAGUEREC under the FD 01 of LoadLeagueNight and
      * SettleLeague.
      ******************************************************************
           05 LG-LINE-TYPE PIC X(1).
           05 LG-SEP-1     PIC X(1).
           05 LG-BODY      PIC X(78).
           05 LG-NAME-LINE REDEFINES LG-BODY.
               10 LG-LEAGUE-NAME PIC X(30).
               10 FILLER         PIC X(48).
           05 LG-TEAM-LINE REDEFINES LG-BODY.
               10 LG-TEAM-CODE PIC X(4).
               10 LG-SEP-2     PIC X(1).
               10 LG-SITE-CODE PIC X(6).
               10 LG-SEP-3     PIC X(1).
               10 LG-TEAM-NAME PIC X(20).
               10 LG-ROSTER-SLOT OCCURS 8 TIMES.
                   15 LG-ROSTER-SEP      PIC X(1).
                   15 LG-ROSTER-INITIALS PIC X(3).
               10 FILLER       PIC X(14).
           05 LG-FIXTURE-LINE REDEFINES LG-BODY.
               10 LG-FIXTURE-DATE PIC 9(8).
               10 LG-SEP-4        PIC X(1).
               10 LG-HOME-TEAM    PIC X(4).
               10 LG-SEP-5        PIC X(1).
               10 LG-AWAY-TEAM    PIC X(4).
               10 FILLER          PIC X(60).
