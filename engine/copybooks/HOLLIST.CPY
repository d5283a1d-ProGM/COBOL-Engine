      ******************************************************************
      * Shared layout of the holiday list the reports judge their
      * days by: every date on ./data/holidays.dat (up to a hundred,
      * in file order), its name, and the weekday a T row treats it
      * as (0 when the date has no T row).
      * Included with COPY HOLLIST inside a caller's own
      * "01 HOLIDAY-LIST." so LoadHolidays, PrintTrendReport and
      * PrintUtilizationReport agree on it.
      ******************************************************************
           05 HL-COUNT PIC 9(3).
           05 HL-ENTRY OCCURS 100 TIMES.
               10 HL-DATE     PIC 9(8).
               10 HL-NAME     PIC X(20).
               10 HL-TREAT-AS PIC 9(1).
