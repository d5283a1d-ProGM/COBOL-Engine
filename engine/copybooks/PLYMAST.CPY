      ******************************************************************
      * Shared record layout of ./data/player_master.dat, the central
      * player master head office merges from every cabinet's player
      * changes and pushes back through the config pull -- one line
      * per player-keyed record: the master it belongs to (PLYCHG's
      * codes), U for live or D for deleted (kept so every cabinet
      * drops it too), the player key, the day and cabinet of the
      * change that put it there, and the record image. The first
      * line is a "#PM yyyymmdd" header naming the last day merged
      * in. Included with COPY PLYMAST under the FD 01 of
      * MergePlayerMaster and ApplyPlayerMaster.
      ******************************************************************
           05 PX-FILE-CODE   PIC X(4).
           05 PX-SEP-1       PIC X(1).
           05 PX-CHANGE-KIND PIC X(1).
           05 PX-SEP-2       PIC X(1).
           05 PX-PLAYER-KEY  PIC X(8).
           05 PX-SEP-3       PIC X(1).
           05 PX-CHANGE-DATE PIC 9(8).
           05 PX-SEP-4       PIC X(1).
           05 PX-CABINET-ID  PIC X(8).
           05 PX-SEP-5       PIC X(1).
           05 PX-IMAGE       PIC X(60).
