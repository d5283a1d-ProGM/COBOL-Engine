      ******************************************************************
      * Shared record layout of ./data/player_changes.dat, the
      * cabinet's journal of player-master changes -- one line per
      * write to a player-keyed master: the date and time, which
      * master (PROF profile, BALN stored-value balance, LOYL loyalty
      * counter, RATE rating, AWRD awards), U for a record written or
      * D for one deleted, the player key, and the record as it
      * stands after the change. It rides the nightly feed so head
      * office can merge every cabinet's changes into the central
      * player master. Included with COPY PLYCHG under the FD 01 of
      * LogPlayerChange, MergePlayerMaster and ApplyPlayerMaster.
      ******************************************************************
           05 PC-DATE        PIC 9(8).
           05 PC-SEP-1       PIC X(1).
           05 PC-TIME        PIC 9(6).
           05 PC-SEP-2       PIC X(1).
           05 PC-FILE-CODE   PIC X(4).
           05 PC-SEP-3       PIC X(1).
           05 PC-CHANGE-KIND PIC X(1).
           05 PC-SEP-4       PIC X(1).
           05 PC-PLAYER-KEY  PIC X(8).
           05 PC-SEP-5       PIC X(1).
           05 PC-IMAGE       PIC X(60).
