      ******************************************************************
      * Shared record layout of ./data/player_exceptions.dat, the
      * head-office list of player records two or more cabinets
      * changed on the same day. The merge leaves the central record
      * as it was and writes one line per cabinet's version plus one
      * for the master's own (cabinet "*MASTER*"): the business day,
      * the master and player key, the cabinet, the time of its last
      * change that day, U or D, O while open or R once a person has
      * chosen a version, and the record image. Included with
      * COPY PLYEXC under the FD 01 of MergePlayerMaster.
      ******************************************************************
           05 PE-DAY         PIC 9(8).
           05 PE-SEP-1       PIC X(1).
           05 PE-FILE-CODE   PIC X(4).
           05 PE-SEP-2       PIC X(1).
           05 PE-PLAYER-KEY  PIC X(8).
           05 PE-SEP-3       PIC X(1).
           05 PE-CABINET-ID  PIC X(8).
           05 PE-SEP-4       PIC X(1).
           05 PE-TIME        PIC 9(6).
           05 PE-SEP-5       PIC X(1).
           05 PE-CHANGE-KIND PIC X(1).
           05 PE-SEP-6       PIC X(1).
           05 PE-STATE       PIC X(1).
           05 PE-SEP-7       PIC X(1).
           05 PE-IMAGE       PIC X(60).
