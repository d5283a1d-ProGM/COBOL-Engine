      ******************************************************************
      * Shared layout of the replay-archive catalog table -- ten
      * archive slots of date/time, player initials, the match score
      * when the rally ended, the frame count of the stored rally,
      * and the number of the match it was played in (0 when the
      * catalog row predates the column).
      * Included with COPY REPLAYCAT inside a caller's own
      * "01 REPLAY-CATALOG." so WriteReplayArchive, ReadReplayCatalog
      * and the browser screen in PONG.CBL all agree on what lives in
               10 RC-PLAYER-SCORE PIC 9(3).
               10 RC-ENEMY-SCORE  PIC 9(3).
               10 RC-FRAME-COUNT  PIC 9(5).
               10 RC-MATCH-NUMBER PIC 9(8).
