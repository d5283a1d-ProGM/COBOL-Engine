      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Bench side of the input recorder. While the engine
      *          runs in bench mode (GAME-INPUT-MODE 1),
      *          PrepareUpdateGame calls this once a frame in place
      *          of reading the panel: the next line of the input
      *          recording named in GAME-INPUT-PATH -- one saved by
      *          RecordInputFrames beside a post-mortem -- becomes
      *          this frame's GAME-INPUT-FRAME, keys, sticks, pointer
      *          and frame time alike. The file is opened on the
      *          first call and read straight through; when it runs
      *          out (or cannot be read at all) GAME-INPUT-MODE goes
      *          to 2 and the frame is left with nothing pressed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReplayInputFrames.

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
       01  RECORDING-OPEN-FLAG PIC 9(1) VALUE 0.
       01  FRAME-FOUND-FLAG PIC 9(1) VALUE 0.
       01  FRAMES-REPLAYED PIC 9(9) VALUE 0.

       LINKAGE SECTION.
       01 GAME.
           COPY GAMEFLDS.

       PROCEDURE DIVISION USING GAME.
       REPLAY-INPUT-FRAMES-LOGIC.
           IF RECORDING-OPEN-FLAG = 0 THEN
               PERFORM OPEN-RECORDING
           END-IF.

           MOVE 0 TO FRAME-FOUND-FLAG.

      *> the header (and any line that is not a whole frame) is
      *> passed over on the way to the next frame.
           PERFORM UNTIL FRAME-FOUND-FLAG = 1
           OR RECORDING-OPEN-FLAG NOT = 1
               READ RECORDING-FILE
                   AT END
                       PERFORM END-OF-RECORDING
                   NOT AT END
                       PERFORM TAKE-RECORDED-FRAME
               END-READ
           END-PERFORM.

           EXIT PROGRAM.

       OPEN-RECORDING.
           MOVE GAME-INPUT-PATH TO RECORDING-FILE-PATH.

           OPEN INPUT RECORDING-FILE.

           IF RECORDING-FILE-STATUS NOT = "00" THEN
               DISPLAY "Bench replay: cannot read "
                   RECORDING-FILE-PATH
               MOVE 2 TO RECORDING-OPEN-FLAG
               PERFORM CLEAR-FRAME-INPUT
               MOVE 2 TO GAME-INPUT-MODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO RECORDING-OPEN-FLAG.
           MOVE 0 TO FRAMES-REPLAYED.

       TAKE-RECORDED-FRAME.
           IF RECORDING-LINE (1:9) = "INPUTREC " THEN
               DISPLAY "Bench replay: " RECORDING-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE RECORDING-LINE (1:77) TO GAME-INPUT-FRAME.

           IF FI-DELTA-MS NOT NUMERIC
           OR FI-KEY-COUNT NOT NUMERIC
           OR FI-KEY-COUNT > 8 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO FRAMES-REPLAYED.
           MOVE 1 TO FRAME-FOUND-FLAG.

       END-OF-RECORDING.
           CLOSE RECORDING-FILE.
           MOVE 2 TO RECORDING-OPEN-FLAG.

           DISPLAY "Bench replay: recording ended after "
               FRAMES-REPLAYED " frames".

           PERFORM CLEAR-FRAME-INPUT.
           MOVE 2 TO GAME-INPUT-MODE.

       CLEAR-FRAME-INPUT.
           MOVE 0 TO FI-DELTA-MS.
           MOVE 0 TO FI-KEY-COUNT.
           MOVE 0 TO FI-AXIS-1.
           MOVE 0 TO FI-AXIS-2.
           MOVE 0 TO FI-MOUSE-X.
           MOVE 0 TO FI-MOUSE-Y.
           MOVE 0 TO FI-MOUSE-REL-X.
           MOVE 0 TO FI-MOUSE-REL-Y.
           MOVE 0 TO FI-MOUSE-BUTTONS.
