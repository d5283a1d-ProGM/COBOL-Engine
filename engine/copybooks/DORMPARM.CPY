      ******************************************************************
      * Shared record layout of ./data/dormancy_params.dat -- the
      * site's rules for stored-value accounts nobody touches, one
      * row: how many days without a balance-journal movement make
      * an account dormant, and how many days of grace a dormant
      * account is warned for before its balance is expired. Rows
      * not starting with a digit are comments. Included with COPY
      * DORMPARM under the FD 01 of LoadDormancyParams, the one
      * reader; everything else asks it.
      ******************************************************************
           05 DP-DORMANT-DAYS PIC 9(4).
           05 DP-SEP-1        PIC X(1).
           05 DP-GRACE-DAYS   PIC 9(4).
