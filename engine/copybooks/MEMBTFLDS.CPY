      ******************************************************************
      * Shared layout of the membership tier table -- one slot per
      * tier number, as LoadMemberTiers reads it from ./data/
      * member_tiers.dat. A slot the file never defined reads with
      * TV-DEFINED-FLAG 0 and is not sold. Included with COPY
      * MEMBTFLDS inside a caller's own "01 MEMBER-TIER-TABLE." so
      * LoadMemberTiers, MemberPricing, SellMembership, PONG.CBL and
      * the renewals report agree on it.
      ******************************************************************
           05 MEMBER-TIER-ENTRY OCCURS 9 TIMES.
               10 TV-DEFINED-FLAG     PIC 9(1).
               10 TV-TIER-NAME        PIC X(10).
               10 TV-FEE              PIC 9(5).
               10 TV-TERM-DAYS        PIC 9(3).
               10 TV-CREDITS-PER-COIN PIC 9(2).
               10 TV-FREE-STARTS      PIC 9(2).
