      ******************************************************************
      * Shared record layout of ./data/oncall_roster.dat, head
      * office's on-call roster -- one row per person per cover: the
      * escalation level they answer at (1 is paged first, then 2
      * if nobody at 1 acknowledges in time, and so on), the site
      * code they cover (* for every site), the hours of the cover
      * (from and to, HHMM; a cover whose end is before its start
      * runs through midnight), their contact id, their name, the
      * channel the gateway should use (S text message, E e-mail)
      * and the number or address. Rows starting with # are
      * comments. Included with COPY ONCALL under the FD 01 of
      * PageOnCall.
      ******************************************************************
           05 OC-LEVEL     PIC 9(1).
           05 OC-SEP-1     PIC X(1).
           05 OC-SITE-CODE PIC X(6).
           05 OC-SEP-2     PIC X(1).
           05 OC-FROM-HHMM PIC 9(4).
           05 OC-SEP-3     PIC X(1).
           05 OC-TO-HHMM   PIC 9(4).
           05 OC-SEP-4     PIC X(1).
           05 OC-CONTACT   PIC X(8).
           05 OC-SEP-5     PIC X(1).
           05 OC-NAME      PIC X(20).
           05 OC-SEP-6     PIC X(1).
           05 OC-CHANNEL   PIC X(1).
           05 OC-SEP-7     PIC X(1).
           05 OC-ADDRESS   PIC X(40).
