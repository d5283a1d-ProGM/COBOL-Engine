      ******************************************************************
      * Shared record layout of ./data/memberships.dat -- the indexed
      * membership file keyed by player key like the other player
      * masters (a member's number, or a walk-up account's padded
      * initials): the tier held, the date the current run of
      * membership started, the date it runs out, and how many of
      * the tier's daily free starts have gone on SB-FREE-DATE. A
      * membership past its expiry is lapsed; the record stays so
      * the renewals report can chase it and a renewal can pick it
      * back up. SB-SALES counts every sale and renewal. Included
      * with COPY SUBSREC under the FD 01 of SellMembership,
      * MemberPricing and PrintMembershipRenewals.
      ******************************************************************
           05 SB-PLAYER-KEY  PIC X(8).
           05 SB-INITIALS    PIC X(3).
           05 SB-TIER        PIC 9(1).
           05 SB-START-DATE  PIC 9(8).
           05 SB-EXPIRY-DATE PIC 9(8).
           05 SB-FREE-DATE   PIC 9(8).
           05 SB-FREE-USED   PIC 9(2).
           05 SB-SALES       PIC 9(3).
