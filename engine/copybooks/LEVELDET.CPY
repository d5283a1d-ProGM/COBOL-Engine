      ******************************************************************
      * Shared record layout of ./data/level_detail.dat -- one line
      * per Breakout level as it ends: date, time, cabinet and match
      * number, the level, the seconds of play it took, the lives it
      * cost, the bricks knocked out of the bricks the wall was built
      * with, the power-up capsules caught, and how it ended ("C"
      * cleared, "E" the run ended on it). Included with COPY
      * LEVELDET under the FD 01 of WriteLevelDetail and
      * PrintLevelReport so writer and reader can't drift apart.
      ******************************************************************
           05 LD-DATE           PIC 9(8).
           05 LD-SEP-1          PIC X(1).
           05 LD-TIME           PIC 9(6).
           05 LD-SEP-2          PIC X(1).
           05 LD-CABINET-ID     PIC X(8).
           05 LD-SEP-3          PIC X(1).
           05 LD-MATCH-NUMBER   PIC 9(8).
           05 LD-SEP-4          PIC X(1).
           05 LD-LEVEL          PIC 9(2).
           05 LD-SEP-5          PIC X(1).
           05 LD-SECONDS        PIC 9(5).
           05 LD-SEP-6          PIC X(1).
           05 LD-LIVES-LOST     PIC 9(2).
           05 LD-SEP-7          PIC X(1).
           05 LD-BRICKS-CLEARED PIC 9(3).
           05 LD-SEP-8          PIC X(1).
           05 LD-BRICKS-PLACED  PIC 9(3).
           05 LD-SEP-9          PIC X(1).
           05 LD-POWERUPS       PIC 9(3).
           05 LD-SEP-10         PIC X(1).
           05 LD-OUTCOME        PIC X(1).
