      ******************************************************************
      * Shared record layout of ./data/timeattack.dat -- one line per
      * Breakout time-attack run that cleared every level on file:
      * date, time, cabinet, match number, who ran it (player key and
      * the initials the boards show), the total of the level splits
      * to the tenth of a second, and how many levels that covered.
      * Written by WriteTimeAttackResult, read back into the time
      * board by LoadTimeAttackBoard; runs that died on the way are
      * not results and never land here. TR-ASSIST-FLAG is A for a
      * run played with assist mode on (space otherwise, and on
      * older lines); the board marks such a time.
      ******************************************************************
           05 TR-DATE         PIC 9(8).
           05 TR-SEP-1        PIC X(1).
           05 TR-TIME         PIC 9(6).
           05 TR-SEP-2        PIC X(1).
           05 TR-CABINET-ID   PIC X(8).
           05 TR-SEP-3        PIC X(1).
           05 TR-MATCH-NUMBER PIC 9(8).
           05 TR-SEP-4        PIC X(1).
           05 TR-PLAYER-KEY   PIC X(8).
           05 TR-SEP-5        PIC X(1).
           05 TR-INITIALS     PIC X(3).
           05 TR-SEP-6        PIC X(1).
           05 TR-TOTAL-TIME   PIC 9(5)V9.
           05 TR-SEP-7        PIC X(1).
           05 TR-LEVELS       PIC 9(2).
           05 TR-SEP-8        PIC X(1).
           05 TR-ASSIST-FLAG  PIC X(1).
