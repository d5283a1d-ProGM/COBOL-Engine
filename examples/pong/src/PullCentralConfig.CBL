      *          central host from game.cfg, offers the version
      *          stamp this cabinet last applied, and if the master
      *          set is newer receives game.cfg, settings.dat,
      *          keybinds.dat, lang.dat, the promotional voucher
      *          batch, the fleet leaderboard, the central player
      *          master, the inter-venue league file and head
      *          office's pricing experiments (the experiment list
      *          and the test and control pricing files) and the
      *          public holiday calendar line by line:
      *            VERSION nnnnnn [yyyymmdd hhmmss]
      *            FILE <path> / content / ENDFILE  (per file)
      *            ENDPULL
      *          The per-cabinet columns of game.cfg -- resolution
      *          and cabinet id -- are patched back over the pulled
      *          copy, so one master file can serve six different
      *          machines. The applied version lands in
      *          config_version.dat and the audit trail. A host that
      *          sends its own date and time on the VERSION line has
      *          the cabinet's clock checked against it (and set
      *          from it when badly out; CheckClockOffset) whether or
      *          not there is anything new to pull. Runs before
      *          LoadGameConfig, which then reads what was pulled.
      * Tectonics: cobc
      ******************************************************************
      *> so a dropped connection can never leave a torn game.cfg
      *> where a working one used to be.
       01  RECEIVED-FILES.
           05 RECEIVED-LIVE-PATH OCCURS 16 TIMES PIC X(40).
       01  RECEIVED-COUNT PIC 9(2) VALUE 0.
       01  RECEIVED-IDX PIC 9(2) VALUE 0.

       01  GAME.
           COPY GAMEFLDS.
       01  VERSION-TOKEN PIC X(6) JUSTIFIED RIGHT VALUE SPACES.
       01  VERSION-TOKEN-NUM REDEFINES VERSION-TOKEN PIC 9(6).
       01  KEYWORD-TOKEN PIC X(8) VALUE SPACES.
       01  HOST-DATE-TOKEN PIC X(8) VALUE SPACES.
       01  HOST-DATE-NUM REDEFINES HOST-DATE-TOKEN PIC 9(8).
       01  HOST-TIME-TOKEN PIC X(6) VALUE SPACES.
       01  HOST-TIME-NUM REDEFINES HOST-TIME-TOKEN PIC 9(6).
       01  PATH-TOKEN PIC X(40) VALUE SPACES.

      *> the columns that stay this cabinet's own whatever the

           UNSTRING RECV-LINE-BUFFER DELIMITED BY ALL SPACE
               INTO KEYWORD-TOKEN VERSION-TOKEN
                   HOST-DATE-TOKEN HOST-TIME-TOKEN
           END-UNSTRING.

           IF KEYWORD-TOKEN NOT = "VERSION" THEN
               EXIT PROGRAM
           END-IF.

      *> an older host sends the version alone; the clock simply
      *> goes unchecked.
           IF HOST-DATE-NUM NUMERIC AND HOST-TIME-NUM NUMERIC
           AND HOST-DATE-NUM > 0 THEN
               CALL "CheckClockOffset" USING
                   BY REFERENCE HOST-DATE-NUM
                   BY REFERENCE HOST-TIME-NUM
                   BY REFERENCE LOCAL-CABINET-ID
               END-CALL
           END-IF.

           INSPECT VERSION-TOKEN REPLACING LEADING SPACE BY "0".
           IF VERSION-TOKEN-NUM NUMERIC THEN
               MOVE VERSION-TOKEN-NUM TO MASTER-VERSION
               WHEN "./data/announce.dat"
               WHEN "./data/fleet_champion.dat"
               WHEN "./data/replay_10.dat"
               WHEN "./data/fleet_board.dat"
               WHEN "./data/player_master.dat"
               WHEN "./data/league.dat"
               WHEN "./data/experiments.dat"
               WHEN "./data/pricing_test.dat"
               WHEN "./data/pricing_control.dat"
               WHEN "./data/holidays.dat"
                   MOVE SPACES TO PLAIN-OUT-PATH
                   STRING PATH-TOKEN DELIMITED BY SPACE
                       ".new" DELIMITED BY SIZE

       RECORD-RECEIVED-FILE.
           ADD 1 TO FILES-APPLIED-COUNT.
           IF RECEIVED-COUNT < 16 THEN
               ADD 1 TO RECEIVED-COUNT
               MOVE PATH-TOKEN
                   TO RECEIVED-LIVE-PATH (RECEIVED-COUNT)
