      ******************************************************************
      * Shared record layout of ./data/member_tiers.dat -- the
      * membership tiers the counter sells, one row per tier: its
      * number (1-9), name, fee in cents, the days one sale or
      * renewal runs for, and what it gives a signed-in member at
      * the cabinet -- credits per default coin, and free starts a
      * day. A tier with a free-start allowance plays free until the
      * day's allowance is spent, then pays at its coin rate. Rows
      * not starting with a digit are comments. Included with COPY
      * MEMBTIER under the FD 01 of LoadMemberTiers, the one reader.
      ******************************************************************
           05 TI-TIER-ID         PIC 9(1).
           05 TI-SEP-1           PIC X(1).
           05 TI-TIER-NAME       PIC X(10).
           05 TI-SEP-2           PIC X(1).
           05 TI-FEE             PIC 9(5).
           05 TI-SEP-3           PIC X(1).
           05 TI-TERM-DAYS       PIC 9(3).
           05 TI-SEP-4           PIC X(1).
           05 TI-CREDITS-PER-COIN PIC 9(2).
           05 TI-SEP-5           PIC X(1).
           05 TI-FREE-STARTS     PIC 9(2).
