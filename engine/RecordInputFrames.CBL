      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: The cabinet's flight recorder for the controls.
      *          Called every frame by PrepareUpdateGame with
      *          INPUT-ACTION "R", it keeps the raw inputs of the
      *          last 10800 frames -- three minutes at 60 frames a
      *          second -- in a ring, the oldest frame giving way to
      *          the newest. On INPUT-ACTION "S" (WritePostMortem,
      *          on its way down) the ring goes out oldest first to
      *          INPUT-SAVE-PATH, one INPUTFRM line per frame behind
      *          a header naming the cabinet, the frame count and
      *          which frame since boot the recording starts at --
      *          1 means it holds everything since power-on. The
      *          bench feeds the file back with ReplayInputFrames.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecordInputFrames.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORDING-FILE ASSIGN TO RECORDING-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECORDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECORDING-FILE.
       01  RECORDING-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  RECORDING-FILE-STATUS PIC X(2).
       01  RECORDING-FILE-PATH PIC X(60) VALUE SPACES.

       01  RING-TABLE.
           05 RING-FRAME OCCURS 10800 TIMES PIC X(77).
       01  RING-SIZE PIC 9(5) VALUE 10800.
       01  RING-NEXT PIC 9(5) VALUE 1.
       01  RING-FILLED PIC 9(5) VALUE 0.
       01  RING-IDX PIC 9(5) VALUE 0.
       01  RING-WRITTEN PIC 9(5) VALUE 0.
       01  FRAMES-SEEN PIC 9(9) VALUE 0.

       01  CURRENT-DATE-YMD PIC 9(8) VALUE 0.
       01  CURRENT-TIME-HMS PIC 9(8) VALUE 0.

       01  RECORDING-HEADER.
           05 FILLER          PIC X(9) VALUE "INPUTREC ".
           05 RH-DATE         PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-TIME         PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-CABINET      PIC X(8).
           05 FILLER          PIC X(8) VALUE " frames ".
           05 RH-FRAMES       PIC 9(5).
           05 FILLER          PIC X(7) VALUE " first ".
           05 RH-FIRST-FRAME  PIC 9(9).

       LINKAGE SECTION.
       01 INPUT-ACTION PIC X(1).
       01 GAME.
           COPY GAMEFLDS.
       01 INPUT-SAVE-PATH PIC X(60).

       PROCEDURE DIVISION USING INPUT-ACTION GAME INPUT-SAVE-PATH.
       RECORD-INPUT-FRAMES-LOGIC.
           IF INPUT-ACTION = "S" THEN
               PERFORM SAVE-RECORDING
           ELSE
               PERFORM RECORD-ONE-FRAME
           END-IF.

           EXIT PROGRAM.

       RECORD-ONE-FRAME.
           MOVE GAME-INPUT-FRAME TO RING-FRAME (RING-NEXT).

           ADD 1 TO RING-NEXT.
           IF RING-NEXT > RING-SIZE THEN
               MOVE 1 TO RING-NEXT
           END-IF.

           IF RING-FILLED < RING-SIZE THEN
               ADD 1 TO RING-FILLED
           END-IF.

           IF FRAMES-SEEN < 999999999 THEN
               ADD 1 TO FRAMES-SEEN
           END-IF.

       SAVE-RECORDING.
      *> no file (a boot that never reached a first frame, or no
      *> room left to write one) comes back as a blank path.
           IF RING-FILLED = 0 THEN
               MOVE SPACES TO INPUT-SAVE-PATH
               EXIT PARAGRAPH
           END-IF.

           MOVE INPUT-SAVE-PATH TO RECORDING-FILE-PATH.

           OPEN OUTPUT RECORDING-FILE.

           IF RECORDING-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO INPUT-SAVE-PATH
               EXIT PARAGRAPH
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           MOVE CURRENT-DATE-YMD TO RH-DATE.
           COMPUTE RH-TIME = CURRENT-TIME-HMS / 100.
           MOVE GAME-CABINET-ID TO RH-CABINET.
           MOVE RING-FILLED TO RH-FRAMES.
           COMPUTE RH-FIRST-FRAME = FRAMES-SEEN - RING-FILLED + 1.

           MOVE RECORDING-HEADER TO RECORDING-LINE.
           WRITE RECORDING-LINE.

      *> short of a full ring the oldest frame is still in slot 1;
      *> once it has wrapped, the next slot to be overwritten is.
           IF RING-FILLED < RING-SIZE THEN
               MOVE 1 TO RING-IDX
           ELSE
               MOVE RING-NEXT TO RING-IDX
           END-IF.

           PERFORM VARYING RING-WRITTEN FROM 1 BY 1
               UNTIL RING-WRITTEN > RING-FILLED
               MOVE RING-FRAME (RING-IDX) TO RECORDING-LINE
               WRITE RECORDING-LINE
               ADD 1 TO RING-IDX
               IF RING-IDX > RING-SIZE THEN
                   MOVE 1 TO RING-IDX
               END-IF
           END-PERFORM.

           CLOSE RECORDING-FILE.
