      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Counts actuations of the cabinet's physical
      *          controls -- every up and down binding UpdatePlayer
      *          drives a paddle with, both joysticks, start,
      *          service and the coin switch, and on a refitted
      *          cabinet each further acceptor channel wired in
      *          ./data/coin_channels.dat (COIN2 .. COIN9, read once
      *          through LoadCoinChannels). Called every frame
      *          with WEAR-ACTION "C": a press is the edge from open
      *          to closed, so a held button counts once, and a
      *          stick counts each time it leaves centre. Presses
      *          are banked here and folded into
      *          ./data/control_wear.dat once enough have built up,
      *          or at once on WEAR-ACTION "F" (the caller's exit
      *          path). Each fold checks every control against its
      *          rated life in ./data/control_parts.dat; one that
      *          has passed it raises a preventive-maintenance
      *          incident through WriteIncident, once per life.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountControlWear.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEAR-FILE ASSIGN TO "./data/control_wear.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEAR-FILE-STATUS.
           SELECT PARTS-FILE ASSIGN TO "./data/control_parts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEAR-FILE.
       01  WEAR-RECORD.
           COPY CTLWEAR.

       FD  PARTS-FILE.
       01  PARTS-RECORD.
           COPY CTLPART.
      *> room for a whole comment row, so it reads as one line.
       01  PARTS-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  WEAR-FILE-STATUS PIC X(2).
       01  PARTS-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).

      *> the controls counted, in the order the table below keeps
      *> them; the codes are the ones control_parts.dat rates.
       01  CONTROL-NAMES.
           05 FILLER PIC X(8) VALUE "P1UP".
           05 FILLER PIC X(8) VALUE "P1DOWN".
           05 FILLER PIC X(8) VALUE "P2UP".
           05 FILLER PIC X(8) VALUE "P2DOWN".
           05 FILLER PIC X(8) VALUE "P3UP".
           05 FILLER PIC X(8) VALUE "P3DOWN".
           05 FILLER PIC X(8) VALUE "P4UP".
           05 FILLER PIC X(8) VALUE "P4DOWN".
           05 FILLER PIC X(8) VALUE "STICK1".
           05 FILLER PIC X(8) VALUE "STICK2".
           05 FILLER PIC X(8) VALUE "START".
           05 FILLER PIC X(8) VALUE "SERVICE".
           05 FILLER PIC X(8) VALUE "COIN".
           05 FILLER PIC X(8) VALUE "COIN2".
           05 FILLER PIC X(8) VALUE "COIN3".
           05 FILLER PIC X(8) VALUE "COIN4".
           05 FILLER PIC X(8) VALUE "COIN5".
           05 FILLER PIC X(8) VALUE "COIN6".
           05 FILLER PIC X(8) VALUE "COIN7".
           05 FILLER PIC X(8) VALUE "COIN8".
           05 FILLER PIC X(8) VALUE "COIN9".
       01  CONTROL-NAMES-VIEW REDEFINES CONTROL-NAMES.
           05 CONTROL-NAME OCCURS 21 TIMES PIC X(8).

      *> per control: whether it read closed last frame, and the
      *> presses counted since the last fold into the wear file.
       01  CONTROL-TABLE.
           05 CONTROL-ENTRY OCCURS 21 TIMES.
               10 CT-PREV-STATE PIC 9(1) VALUE 0.
               10 CT-PENDING    PIC 9(7) VALUE 0.
       01  CONTROL-IDX PIC 9(2) VALUE 0.
       01  CONTROL-COUNT PIC 9(2) VALUE 21.
       01  PENDING-TOTAL PIC 9(7) VALUE 0.
      *> a fold is a full rewrite of a small file, so presses are
      *> banked in memory until this many have built up.
       01  FOLD-THRESHOLD PIC 9(7) VALUE 500.

       01  KEY-SCANCODE USAGE BINARY-LONG VALUE 0.
       01  KEY-STATE USAGE BINARY-LONG VALUE 0.
       01  NOW-STATE PIC 9(1) VALUE 0.
       01  JOYSTICK-AXIS-VALUE USAGE SIGNED-INT VALUE 0.

      *> the acceptor channels past the coin key; channel n counts
      *> as COINn, the control twelve places on from it.
       01  CHANNELS-LOADED-FLAG PIC 9(1) VALUE 0.
       01  COIN-CHANNEL-COUNT PIC 9(1) VALUE 1.
       01  COIN-CHANNEL-TABLE.
           COPY COINCHFLDS.
       01  COIN-CHANNEL-IDX PIC 9(2) VALUE 0.

      *> the wear file as it stands, one row per control that has
      *> ever been pressed.
       01  WEAR-TABLE.
           05 WEAR-ENTRY OCCURS 40 TIMES.
               10 WT-CONTROL    PIC X(8).
               10 WT-PRESSES    PIC 9(9).
               10 WT-PM-FLAG    PIC X(1).
               10 WT-SINCE-DATE PIC 9(8).
       01  WEAR-COUNT PIC 9(2) VALUE 0.
       01  WEAR-IDX PIC 9(2) VALUE 0.
       01  FOUND-WEAR PIC 9(2) VALUE 0.
       01  WRITE-IDX PIC 9(2) VALUE 0.

       01  RATED-LIFE PIC 9(9) VALUE 0.
       01  RATED-CATEGORY PIC X(8) VALUE SPACES.

       01  INCIDENT-CATEGORY PIC X(8) VALUE SPACES.
       01  INCIDENT-SOURCE PIC X(1) VALUE "A".
       01  INCIDENT-TEXT PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  WEAR-ACTION PIC X(1).
       01  GAME.
           COPY GAMEFLDS.
       01  KEY-BINDINGS.
           COPY KEYBINDS.

       PROCEDURE DIVISION USING WEAR-ACTION GAME KEY-BINDINGS.
       COUNT-CONTROL-WEAR-LOGIC.
           IF WEAR-ACTION = "F" THEN
               IF PENDING-TOTAL > 0 THEN
                   PERFORM FOLD-INTO-WEAR-FILE
               END-IF
               EXIT PROGRAM
           END-IF.

           MOVE KB-P1-UP-SCANCODE TO KEY-SCANCODE.
           MOVE 1 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-P1-DOWN-SCANCODE TO KEY-SCANCODE.
           MOVE 2 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-P2-UP-SCANCODE TO KEY-SCANCODE.
           MOVE 3 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-P2-DOWN-SCANCODE TO KEY-SCANCODE.
           MOVE 4 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-P3-UP-SCANCODE TO KEY-SCANCODE.
           MOVE 5 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-P3-DOWN-SCANCODE TO KEY-SCANCODE.
           MOVE 6 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-P4-UP-SCANCODE TO KEY-SCANCODE.
           MOVE 7 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-P4-DOWN-SCANCODE TO KEY-SCANCODE.
           MOVE 8 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.

           MOVE 0 TO JOYSTICK-AXIS-VALUE.
           IF GAME-JOYSTICK-PTR NOT = NULL THEN
               CALL "SDL_JoystickGetAxis" USING
                   BY VALUE GAME-JOYSTICK-PTR
                   BY VALUE 1
                   RETURNING JOYSTICK-AXIS-VALUE
               END-CALL
           END-IF.
           MOVE 9 TO CONTROL-IDX.
           PERFORM COUNT-ONE-STICK.

           MOVE 0 TO JOYSTICK-AXIS-VALUE.
           IF GAME-JOYSTICK2-PTR NOT = NULL THEN
               CALL "SDL_JoystickGetAxis" USING
                   BY VALUE GAME-JOYSTICK2-PTR
                   BY VALUE 1
                   RETURNING JOYSTICK-AXIS-VALUE
               END-CALL
           END-IF.
           MOVE 10 TO CONTROL-IDX.
           PERFORM COUNT-ONE-STICK.

           MOVE KB-RESTART-SCANCODE TO KEY-SCANCODE.
           MOVE 11 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-SERVICE-SCANCODE TO KEY-SCANCODE.
           MOVE 12 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.
           MOVE KB-COIN-SCANCODE TO KEY-SCANCODE.
           MOVE 13 TO CONTROL-IDX.
           PERFORM COUNT-ONE-KEY.

           IF CHANNELS-LOADED-FLAG = 0 THEN
               MOVE 1 TO CHANNELS-LOADED-FLAG
               CALL "LoadCoinChannels" USING
                   BY REFERENCE COIN-CHANNEL-COUNT
                   BY REFERENCE COIN-CHANNEL-TABLE
               END-CALL
           END-IF.

           PERFORM VARYING COIN-CHANNEL-IDX FROM 2 BY 1
               UNTIL COIN-CHANNEL-IDX > COIN-CHANNEL-COUNT
               IF CC-SCANCODE (COIN-CHANNEL-IDX) > 0 THEN
                   MOVE CC-SCANCODE (COIN-CHANNEL-IDX) TO KEY-SCANCODE
                   COMPUTE CONTROL-IDX = COIN-CHANNEL-IDX + 12
                   PERFORM COUNT-ONE-KEY
               END-IF
           END-PERFORM.

           IF PENDING-TOTAL >= FOLD-THRESHOLD THEN
               PERFORM FOLD-INTO-WEAR-FILE
           END-IF.

           EXIT PROGRAM.

       COUNT-ONE-KEY.
           CALL "check_key_state" USING
               BY VALUE KEY-SCANCODE
               RETURNING KEY-STATE
           END-CALL.

           MOVE 0 TO NOW-STATE.
           IF KEY-STATE > 0 THEN
               MOVE 1 TO NOW-STATE
           END-IF.

           PERFORM TAKE-CONTROL-EDGE.

       COUNT-ONE-STICK.
      *> the same dead zone UpdatePlayer steers by: a stick is
      *> actuated when it leaves centre, whichever way it goes.
           MOVE 0 TO NOW-STATE.
           IF JOYSTICK-AXIS-VALUE > 8000
           OR JOYSTICK-AXIS-VALUE < -8000 THEN
               MOVE 1 TO NOW-STATE
           END-IF.

           PERFORM TAKE-CONTROL-EDGE.

       TAKE-CONTROL-EDGE.
           IF NOW-STATE = 1 AND CT-PREV-STATE (CONTROL-IDX) = 0 THEN
               ADD 1 TO CT-PENDING (CONTROL-IDX)
               ADD 1 TO PENDING-TOTAL
           END-IF.

           MOVE NOW-STATE TO CT-PREV-STATE (CONTROL-IDX).

       FOLD-INTO-WEAR-FILE.
           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           MOVE 0 TO WEAR-COUNT.

           OPEN INPUT WEAR-FILE.

           IF WEAR-FILE-STATUS = "00" THEN
               PERFORM UNTIL WEAR-FILE-STATUS NOT = "00"
               OR WEAR-COUNT >= 40
                   READ WEAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CW-CONTROL NOT = SPACES
                           AND CW-PRESSES NUMERIC THEN
                               ADD 1 TO WEAR-COUNT
                               MOVE CW-CONTROL
                                   TO WT-CONTROL (WEAR-COUNT)
                               MOVE CW-PRESSES
                                   TO WT-PRESSES (WEAR-COUNT)
                               MOVE CW-PM-FLAG
                                   TO WT-PM-FLAG (WEAR-COUNT)
                               MOVE CW-SINCE-DATE
                                   TO WT-SINCE-DATE (WEAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEAR-FILE
           END-IF.

           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-COUNT
               IF CT-PENDING (CONTROL-IDX) > 0 THEN
                   PERFORM ADD-CONTROL-PRESSES
               END-IF
           END-PERFORM.

           PERFORM WRITE-WEAR-FILE.

           IF WEAR-FILE-STATUS NOT = "00" THEN
               DISPLAY "control_wear.dat unwritable (status "
                   WEAR-FILE-STATUS "); presses kept for next time."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
               UNTIL CONTROL-IDX > CONTROL-COUNT
               MOVE 0 TO CT-PENDING (CONTROL-IDX)
           END-PERFORM.
           MOVE 0 TO PENDING-TOTAL.

           PERFORM VARYING WEAR-IDX FROM 1 BY 1
               UNTIL WEAR-IDX > WEAR-COUNT
               IF WT-PM-FLAG (WEAR-IDX) NOT = "P" THEN
                   PERFORM CHECK-RATED-LIFE
               END-IF
           END-PERFORM.

       ADD-CONTROL-PRESSES.
           MOVE 0 TO FOUND-WEAR.
           PERFORM VARYING WEAR-IDX FROM 1 BY 1
               UNTIL WEAR-IDX > WEAR-COUNT OR FOUND-WEAR > 0
               IF WT-CONTROL (WEAR-IDX) = CONTROL-NAME (CONTROL-IDX)
                   MOVE WEAR-IDX TO FOUND-WEAR
               END-IF
           END-PERFORM.

           IF FOUND-WEAR = 0 THEN
               IF WEAR-COUNT >= 40 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WEAR-COUNT
               MOVE WEAR-COUNT TO FOUND-WEAR
               MOVE CONTROL-NAME (CONTROL-IDX)
                   TO WT-CONTROL (FOUND-WEAR)
               MOVE 0 TO WT-PRESSES (FOUND-WEAR)
               MOVE SPACE TO WT-PM-FLAG (FOUND-WEAR)
               MOVE CURRENT-DATE-YMD TO WT-SINCE-DATE (FOUND-WEAR)
           END-IF.

           ADD CT-PENDING (CONTROL-IDX) TO WT-PRESSES (FOUND-WEAR)
               ON SIZE ERROR
                   MOVE 999999999 TO WT-PRESSES (FOUND-WEAR)
           END-ADD.

       CHECK-RATED-LIFE.
           PERFORM FIND-RATED-LIFE.

           IF RATED-LIFE = 0
           OR WT-PRESSES (WEAR-IDX) < RATED-LIFE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "P" TO WT-PM-FLAG (WEAR-IDX).
           PERFORM MARK-PM-RAISED.

           MOVE RATED-CATEGORY TO INCIDENT-CATEGORY.
           MOVE SPACES TO INCIDENT-TEXT.
           STRING "PM due " WT-CONTROL (WEAR-IDX) " "
               WT-PRESSES (WEAR-IDX) " presses"
               DELIMITED BY SIZE INTO INCIDENT-TEXT
           END-STRING.
           CALL "WriteIncident" USING
               BY REFERENCE INCIDENT-CATEGORY
               BY REFERENCE INCIDENT-SOURCE
               BY REFERENCE INCIDENT-TEXT
           END-CALL.

       FIND-RATED-LIFE.
           MOVE 0 TO RATED-LIFE.
           MOVE "BUTTON" TO RATED-CATEGORY.

           OPEN INPUT PARTS-FILE.

           IF PARTS-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL PARTS-FILE-STATUS NOT = "00"
           OR RATED-LIFE > 0
               READ PARTS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment rows don't start with a letter.
                       IF CP-CONTROL (1:1) IS ALPHABETIC
                       AND CP-CONTROL (1:1) NOT = SPACE
                       AND CP-CONTROL = WT-CONTROL (WEAR-IDX)
                       AND CP-RATED-LIFE NUMERIC THEN
                           MOVE CP-RATED-LIFE TO RATED-LIFE
                           IF CP-CATEGORY NOT = SPACES THEN
                               MOVE CP-CATEGORY TO RATED-CATEGORY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PARTS-FILE.

       MARK-PM-RAISED.
      *> the flag goes to disk before the incident is raised, so a
      *> crash between the two can't raise the same PM twice.
           PERFORM WRITE-WEAR-FILE.

       WRITE-WEAR-FILE.
           OPEN OUTPUT WEAR-FILE.

           IF WEAR-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WRITE-IDX FROM 1 BY 1
               UNTIL WRITE-IDX > WEAR-COUNT
               MOVE SPACES TO WEAR-RECORD
               MOVE WT-CONTROL (WRITE-IDX) TO CW-CONTROL
               MOVE WT-PRESSES (WRITE-IDX) TO CW-PRESSES
               MOVE WT-PM-FLAG (WRITE-IDX) TO CW-PM-FLAG
               MOVE WT-SINCE-DATE (WRITE-IDX) TO CW-SINCE-DATE
               WRITE WEAR-RECORD
           END-PERFORM.

           CLOSE WEAR-FILE.
