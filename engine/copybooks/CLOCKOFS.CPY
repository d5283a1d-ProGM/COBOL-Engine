      ******************************************************************
      * Shared record layout of a clock-offset line -- one measure of
      * how far a cabinet's clock stood from the central host's: the
      * central date and time of the measure, the cabinet, where it
      * was taken (CONFIG at the boot config pull, BEACON from the
      * status beacon), the offset in seconds (the cabinet's clock
      * less the central one, so + is fast), what the cabinet's own
      * clock read, and what was done about it (S set from the host,
      * F setting it failed, blank nothing needed). The cabinet
      * keeps its own measures in ./data/clock_offset.dat and sends
      * them home nightly; the beacon listener keeps the fleet's in
      * ./data/fleet_clock.dat. Included with COPY CLOCKOFS under the
      * FD 01 of CheckClockOffset and FleetStatusListener, and behind
      * the cabinet prefix of PrintClockDriftReport.
      ******************************************************************
           05 CO-DATE         PIC 9(8).
           05 CO-SEP-1        PIC X(1).
           05 CO-TIME         PIC 9(6).
           05 CO-SEP-2        PIC X(1).
           05 CO-CABINET      PIC X(8).
           05 CO-SEP-3        PIC X(1).
           05 CO-SOURCE       PIC X(6).
           05 CO-SEP-4        PIC X(1).
           05 CO-OFFSET       PIC S9(7) SIGN IS LEADING SEPARATE.
           05 CO-SEP-5        PIC X(1).
           05 CO-CABINET-DATE PIC 9(8).
           05 CO-SEP-6        PIC X(1).
           05 CO-CABINET-TIME PIC 9(6).
           05 CO-SEP-7        PIC X(1).
           05 CO-ACTION       PIC X(1).
