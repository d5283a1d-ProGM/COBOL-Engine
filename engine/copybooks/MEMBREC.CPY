      ******************************************************************
      * Shared record layout of ./data/members.dat, the member master
      * -- one record per member number handed out at the counter,
      * keyed by that number: the initials the member shows on the
      * boards and in the attract loop, whether the number is live
      * (A) or withdrawn (W -- a lost card reissued under a new
      * number), the day it was issued, the cabinet it was issued
      * at and the operator id that issued it. Every player-keyed
      * master keys a member on this number instead of initials, so
      * two regulars who both sign "JAS" stop sharing one balance,
      * one rating and one loyalty card. Included with COPY MEMBREC
      * under the FD 01 of IssueMemberNumber, ResolvePlayerKey and
      * PurgePlayer.
      ******************************************************************
           05 MB-MEMBER-NUMBER  PIC 9(8).
           05 MB-INITIALS       PIC X(3).
           05 MB-STATUS         PIC X(1).
           05 MB-ISSUED-DATE    PIC 9(8).
           05 MB-ISSUED-CABINET PIC X(8).
           05 MB-ISSUED-BY      PIC X(4).
