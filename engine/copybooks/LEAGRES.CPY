      ******************************************************************
      * Shared record layout of ./data/league_results.dat -- one line
      * per league match a cabinet played on a fixture night: date,
      * time, the cabinet's match number, the fixture's home and
      * away team codes, winner and loser initials and the games
      * each took. The file rides the nightly feed so head office
      * can settle the fixtures. Included with COPY LEAGRES under
      * the FD 01 of WriteLeagueResult, and behind the cabinet
      * prefix of the nightly feed in SettleLeague.
      ******************************************************************
           05 LM-DATE         PIC 9(8).
           05 LM-SEP-1        PIC X(1).
           05 LM-TIME         PIC 9(6).
           05 LM-SEP-2        PIC X(1).
           05 LM-MATCH-NUMBER PIC 9(8).
           05 LM-SEP-3        PIC X(1).
           05 LM-HOME-TEAM    PIC X(4).
           05 LM-SEP-4        PIC X(1).
           05 LM-AWAY-TEAM    PIC X(4).
           05 LM-SEP-5        PIC X(1).
           05 LM-WINNER       PIC X(3).
           05 LM-SEP-6        PIC X(1).
           05 LM-LOSER        PIC X(3).
           05 LM-SEP-7        PIC X(1).
           05 LM-WINNER-GAMES PIC 9(3).
           05 LM-SEP-8        PIC X(1).
           05 LM-LOSER-GAMES  PIC 9(3).
