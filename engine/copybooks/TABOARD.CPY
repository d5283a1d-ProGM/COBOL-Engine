      ******************************************************************
      * In-memory Breakout time-attack board as LoadTimeAttackBoard
      * hands it back: up to ten players, fastest total first, each
      * with their own best run only, A in TB-ASSIST-FLAG when that
      * run was assisted. Used under a caller's 01 group.
      ******************************************************************
           05 TB-ENTRY OCCURS 10 TIMES.
               10 TB-PLAYER-KEY PIC X(8).
               10 TB-INITIALS   PIC X(3).
               10 TB-TOTAL-TIME PIC 9(5)V9.
               10 TB-DATE       PIC 9(8).
               10 TB-ASSIST-FLAG PIC X(1).
