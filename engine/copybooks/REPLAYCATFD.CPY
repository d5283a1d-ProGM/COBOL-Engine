      ******************************************************************
      * Shared record layout of ./data/replay_catalog.dat -- the
      * on-disk line behind the REPLAYCAT slot table: slot number,
      * date, time, initials, score at the time, frame count, match
      * number (spaces on rows written before it). Included
      * with COPY REPLAYCATFD under the FD 01 of WriteReplayArchive
      * and ReadReplayCatalog so writer and reader can't drift apart.
      ******************************************************************
           05 CAT-ENEMY-SCORE  PIC 9(3).
           05 CAT-SEP-6        PIC X(1).
           05 CAT-FRAME-COUNT  PIC 9(5).
           05 CAT-SEP-7        PIC X(1).
           05 CAT-MATCH-NUMBER PIC 9(8).
