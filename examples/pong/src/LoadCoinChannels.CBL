      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Loads the coin-channel table from
      *          ./data/coin_channels.dat: for each acceptor channel
      *          the scancode it closes, what one coin on it is
      *          worth in cents, and a label. Every slot starts at
      *          scancode 0 (not wired) and the site's default coin
      *          value from LoadCashParams, so a cabinet without the
      *          file -- a single coin switch -- reads exactly as it
      *          always did, at the default value. Hands back the
      *          highest channel number configured (at least 1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadCoinChannels.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANNEL-FILE ASSIGN TO "./data/coin_channels.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANNEL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANNEL-FILE.
       01  CHANNEL-RECORD.
           COPY COINCHAN.
      *> room for a whole comment row, so it reads as one line.
       01  CHANNEL-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  CHANNEL-FILE-STATUS PIC X(2).
       01  CHANNEL-IDX PIC 9(2) VALUE 0.
       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.

       LINKAGE SECTION.
       01  COIN-CHANNEL-COUNT PIC 9(1).
       01  COIN-CHANNEL-TABLE.
           COPY COINCHFLDS.

       PROCEDURE DIVISION USING COIN-CHANNEL-COUNT COIN-CHANNEL-TABLE.
       LOAD-COIN-CHANNELS-LOGIC.
           CALL "LoadCashParams" USING
               BY REFERENCE DEFAULT-COIN-VALUE
               BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           MOVE 1 TO COIN-CHANNEL-COUNT.
           PERFORM VARYING CHANNEL-IDX FROM 1 BY 1
               UNTIL CHANNEL-IDX > 9
               MOVE 0 TO CC-SCANCODE (CHANNEL-IDX)
               MOVE DEFAULT-COIN-VALUE TO CC-VALUE (CHANNEL-IDX)
               MOVE "COIN" TO CC-LABEL (CHANNEL-IDX)
           END-PERFORM.

           OPEN INPUT CHANNEL-FILE.

           IF CHANNEL-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL CHANNEL-FILE-STATUS NOT = "00"
               READ CHANNEL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment and template rows don't start with a channel digit;
      *> a zero value would make coins on that channel free money.
                       IF CH-CHANNEL NUMERIC AND CH-CHANNEL >= 1
                       AND CH-SCANCODE NUMERIC AND CH-VALUE NUMERIC
                       AND CH-VALUE > 0
                           MOVE CH-SCANCODE
                               TO CC-SCANCODE (CH-CHANNEL)
                           MOVE CH-VALUE TO CC-VALUE (CH-CHANNEL)
                           MOVE CH-LABEL TO CC-LABEL (CH-CHANNEL)
                           IF CH-CHANNEL > COIN-CHANNEL-COUNT
                               MOVE CH-CHANNEL TO COIN-CHANNEL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHANNEL-FILE.

           EXIT PROGRAM.
