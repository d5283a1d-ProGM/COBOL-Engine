      ******************************************************************
      * Shared record layout of ./data/account_limits.dat -- the
      * indexed file of daily limits the counter puts on a stored-
      * value account, keyed by the same player key as balances.dat
      * (a member's number, or a walk-up account's padded initials):
      * the most credits the account may spend on plays in one day
      * and the most minutes it may play in one day (zero in either
      * means no limit), the day and the seconds played that day so
      * far, and when and by which operator the limits were last
      * set. The day's spend is never kept here -- it is read from
      * the day's PLAY and REFUND lines in balance_journal.dat, so
      * the limit always agrees with the sealed ledger. An account
      * with no record has no limits. Included with COPY ACCTLIM
      * under the FD 01 of CheckAccountLimits, SetAccountLimits and
      * PurgePlayer.
      ******************************************************************
           05 AL-PLAYER-KEY    PIC X(8).
           05 AL-SPEND-LIMIT   PIC 9(4).
           05 AL-MINUTES-LIMIT PIC 9(4).
           05 AL-USAGE-DATE    PIC 9(8).
           05 AL-SECONDS-USED  PIC 9(6).
           05 AL-SET-DATE      PIC 9(8).
           05 AL-SET-BY        PIC X(4).
