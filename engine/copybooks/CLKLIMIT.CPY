      ******************************************************************
      * How far, in seconds either way, a cabinet's clock may stand
      * from the central host's before it counts as wrong: warned in
      * engine_error.log and set from the host at the config pull,
      * flagged CLOCK on the fleet board, and its day files listed
      * on the clock-drift report. Included with COPY CLKLIMIT under
      * an 01 of CheckClockOffset, FleetStatusListener and
      * PrintClockDriftReport so all three draw the line in the same
      * place.
      ******************************************************************
           05 CLOCK-DRIFT-LIMIT PIC 9(5) VALUE 120.
