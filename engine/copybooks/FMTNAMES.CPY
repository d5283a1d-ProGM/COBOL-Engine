      ******************************************************************
      * The data files whose format carries a version, in the order
      * their versions are reported: the three with a "#Vn" header
      * line, then the six player masters MigrateDataFiles re-keys
      * (version 1 on the initials, version 2 on the player key).
      * The includer gives the 01 and an OCCURS 9 TIMES PIC X(28)
      * view REDEFINING it. Included with COPY FMTNAMES in
      * ReadFormatVersions, TransferDayFiles and
      * PrintVersionInventory.
      ******************************************************************
           05 FILLER PIC X(28) VALUE "./data/game.cfg".
           05 FILLER PIC X(28) VALUE "./data/checkpoint.dat".
           05 FILLER PIC X(28) VALUE "./data/replay_catalog.dat".
           05 FILLER PIC X(28) VALUE "./data/players.dat".
           05 FILLER PIC X(28) VALUE "./data/awards.dat".
           05 FILLER PIC X(28) VALUE "./data/ratings.dat".
           05 FILLER PIC X(28) VALUE "./data/campaign.dat".
           05 FILLER PIC X(28) VALUE "./data/loyalty_counters.dat".
           05 FILLER PIC X(28) VALUE "./data/balances.dat".
