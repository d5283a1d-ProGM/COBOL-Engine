      ******************************************************************
      * Shared record layout of ./data/bookings.dat -- the venue's
      * private hires, one row per booking taken at the counter: its
      * booking number, the day, the start and end times (HHMM, the
      * end on the same day -- a hire running to closing ends at
      * 2359), the events.dat preset the cabinet arms for it, the
      * agreed price in cents, and the customer's name. Rows not
      * starting with a digit are comments. Included with COPY
      * BOOKREC under the FD 01 of LoadBookings and
      * PrintBookingBatch.
      ******************************************************************
           05 BK-NUMBER      PIC 9(4).
           05 BK-SEP-1       PIC X(1).
           05 BK-DATE        PIC 9(8).
           05 BK-SEP-2       PIC X(1).
           05 BK-START-HHMM  PIC 9(4).
           05 BK-SEP-3       PIC X(1).
           05 BK-END-HHMM    PIC 9(4).
           05 BK-SEP-4       PIC X(1).
           05 BK-PRESET      PIC X(12).
           05 BK-SEP-5       PIC X(1).
           05 BK-PRICE       PIC 9(7).
           05 BK-SEP-6       PIC X(1).
           05 BK-CUSTOMER    PIC X(30).
