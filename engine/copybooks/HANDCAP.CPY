      ******************************************************************
      * Shared record layout of ./data/handicap.dat -- the operator's
      * head-start table for rated two-player matches: each row a
      * rating gap in points and the games the lower-rated side
      * starts with once the gap reaches it. The largest gap the
      * match reaches decides; rows not starting with a digit are
      * comments. Included with COPY HANDCAP under the FD 01 of
      * ComputeHandicap, the one reader.
      ******************************************************************
           05 HC-RATING-GAP  PIC 9(4).
           05 HC-SEP-1       PIC X(1).
           05 HC-HEAD-START  PIC 9(2).
