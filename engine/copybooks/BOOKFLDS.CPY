      ******************************************************************
      * Shared layout of one day's private-hire table -- the rows of
      * ./data/bookings.dat for the day asked for, as LoadBookings
      * reads them: booking number, start and end (HHMM), the event
      * preset to arm and the customer's name. Included with COPY
      * BOOKFLDS inside a caller's own "01 BOOKING-TABLE." so
      * LoadBookings and PONG.CBL agree on it.
      ******************************************************************
           05 BOOKING-ENTRY OCCURS 8 TIMES.
               10 BV-NUMBER     PIC 9(4).
               10 BV-START-HHMM PIC 9(4).
               10 BV-END-HHMM   PIC 9(4).
               10 BV-PRESET     PIC X(12).
               10 BV-CUSTOMER   PIC X(30).
