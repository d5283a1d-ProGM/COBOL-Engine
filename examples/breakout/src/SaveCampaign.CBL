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
       01  CURRENT-DATE-YMD PIC 9(8).

       LINKAGE SECTION.
       01  SAVING-PLAYER-KEY PIC X(8).
       01  REACHED-LEVEL PIC 9(2).
       01  COMPLETED-NOW-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           SAVING-PLAYER-KEY REACHED-LEVEL COMPLETED-NOW-FLAG.
       SAVE-CAMPAIGN-LOGIC.
           IF SAVING-PLAYER-KEY = SPACES THEN
               EXIT PROGRAM
           END-IF.


           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.

           MOVE SAVING-PLAYER-KEY TO CP-PLAYER-KEY.

           READ CAMPAIGN-FILE
               KEY IS CP-PLAYER-KEY
               INVALID KEY
                   MOVE SAVING-PLAYER-KEY TO CP-PLAYER-KEY
                   MOVE REACHED-LEVEL TO CP-BEST-LEVEL
                   MOVE COMPLETED-NOW-FLAG TO CP-COMPLETED-FLAG
                   IF COMPLETED-NOW-FLAG = 1
