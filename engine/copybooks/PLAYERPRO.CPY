      ******************************************************************
      * One player's stored preferences, keyed by their player key
      * (a member's number, or a walk-up's leaderboard initials
      * padded with blanks): favourite difficulty, their own P1
      * up/down bindings (zero means "no preference, keep the
      * cabinet's"), palette choice, lifetime games played, and
      * whether they let their initials be shown on the public
      * boards, banners and feeds (N = keep them masked; anything
      * else, including a record from before the flag, shows them),
      * and their assist setting (0 off, 1 assist: taller paddle,
      * slower ball, lower speed ceiling; 2 assist with one-button
      * paddle control -- a record from before it reads as 0).
      * The flag is only ever changed at the counter by
      * SetPublicConsent -- SavePlayerProfile keeps the one on file.
      * Included with COPY PLAYERPRO inside a caller's own
      * "01 PLAYER-PROFILE." group; Load/SavePlayerProfile move it
      * to and from ./data/players.dat.
      ******************************************************************
           05 PROFILE-PLAYER-KEY   PIC X(8).
           05 PROFILE-DIFFICULTY   PIC 9(1).
           05 PROFILE-P1-UP        PIC 9(3).
           05 PROFILE-P1-DOWN      PIC 9(3).
           05 PROFILE-PALETTE      PIC 9(1).
           05 PROFILE-GAMES-PLAYED PIC 9(5).
           05 PROFILE-PUBLIC-FLAG  PIC X(1).
           05 PROFILE-ASSIST       PIC 9(1).
