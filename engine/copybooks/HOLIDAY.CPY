      ******************************************************************
      * Shared record layout of ./data/holidays.dat -- the public
      * holiday calendar head office pushes with the central config
      * pull. One or more rows per date, each with the holiday's
      * name in the last column:
      *   T  treat the date as the weekday in HD-TREAT-AS (1 = Mon
      *      .. 7 = Sun) for both its hours and its prices
      *   H  the date's own opening and closing time as HHMM, in
      *      place of its weekday's schedule row
      *   P  one pricing window of the date's own -- start, end,
      *      credits a coin and free-play flag as pricing.dat has
      *      them; a date with any P rows is priced by those alone
      *      (the first nine), booked in the ledger as rules 81-89
      * H and P rows win over a T row for the same date. Rows not
      * starting with a date are ignored. Included with COPY
      * HOLIDAY under the FD 01 of CheckSchedule, CheckPricing and
      * LoadHolidays.
      ******************************************************************
           05 HD-DATE      PIC 9(8).
           05 HD-SEP-1     PIC X(1).
           05 HD-KIND      PIC X(1).
           05 HD-SEP-2     PIC X(1).
           05 HD-DETAIL    PIC X(16).
           05 HD-TREAT-DETAIL REDEFINES HD-DETAIL.
               10 HD-TREAT-AS   PIC 9(1).
               10 FILLER        PIC X(15).
           05 HD-HOURS-DETAIL REDEFINES HD-DETAIL.
               10 HD-OPEN       PIC 9(4).
               10 HD-SEP-3      PIC X(1).
               10 HD-CLOSE      PIC 9(4).
               10 FILLER        PIC X(7).
           05 HD-PRICE-DETAIL REDEFINES HD-DETAIL.
               10 HD-START      PIC 9(4).
               10 HD-SEP-4      PIC X(1).
               10 HD-END        PIC 9(4).
               10 HD-SEP-5      PIC X(1).
               10 HD-CREDITS    PIC 9(2).
               10 HD-SEP-6      PIC X(1).
               10 HD-FREE       PIC 9(1).
               10 FILLER        PIC X(2).
           05 HD-NAME      PIC X(20).
