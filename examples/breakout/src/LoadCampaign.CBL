      * Author: ProGM
      * Date:
      * Purpose: Fetches one player's Breakout campaign progress by
      *          their player key -- the highest level they have
      *          reached, and whether (and when) they cleared the
      *          final level on file. Not-found just reports so; the
      *          caller starts them at level one like any first-
           SELECT CAMPAIGN-FILE ASSIGN TO "./data/campaign.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-PLAYER-KEY
               FILE STATUS IS CAMPAIGN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-RECORD.
           05 CP-PLAYER-KEY     PIC X(8).
           05 CP-BEST-LEVEL     PIC 9(2).
           05 CP-COMPLETED-FLAG PIC 9(1).
           05 CP-COMPLETED-DATE PIC 9(8).
       01  CAMPAIGN-FILE-STATUS PIC X(2).

       LINKAGE SECTION.
       01  WANTED-PLAYER-KEY PIC X(8).
       01  CAMPAIGN-BEST-LEVEL PIC 9(2).
       01  CAMPAIGN-COMPLETED-FLAG PIC 9(1).
       01  CAMPAIGN-COMPLETED-DATE PIC 9(8).
       01  CAMPAIGN-FOUND-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           WANTED-PLAYER-KEY CAMPAIGN-BEST-LEVEL
           CAMPAIGN-COMPLETED-FLAG CAMPAIGN-COMPLETED-DATE
           CAMPAIGN-FOUND-FLAG.
       LOAD-CAMPAIGN-LOGIC.
               EXIT PROGRAM
           END-IF.

           MOVE WANTED-PLAYER-KEY TO CP-PLAYER-KEY.

           READ CAMPAIGN-FILE
               KEY IS CP-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
