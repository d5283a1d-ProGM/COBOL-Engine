      *          the live key bindings and gameplay settings, and
      *          the match variables as of the last frame. One
      *          labeled value per line, so it reads over a support
      *          call without tooling. Beside it goes the input
      *          recording of the last few minutes (RecordInputFrames)
      *          under the same name with _input on the end, which the
      *          bench can play back through the engine to walk the
      *          game down the same road.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  SCANCODE-TEXT PIC 9(3) VALUE 0.
       01  FLOAT-STAGE PIC S9(7) VALUE 0.

       01  INPUT-ACTION PIC X(1) VALUE "S".
       01  INPUT-SAVE-PATH PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 GAME.
           COPY GAMEFLDS.
           MOVE PM-REASON TO VALUE-TEXT.
           PERFORM WRITE-TEXT-LINE.

      *> the controls' last few minutes, for the bench.
           MOVE SPACES TO INPUT-SAVE-PATH.
           STRING "./data/postmortem_" CURRENT-DATE-YMD
               "_" DISPLAY-TIME-HMS "_input.dat"
               DELIMITED BY SIZE INTO INPUT-SAVE-PATH
           END-STRING.
           CALL "RecordInputFrames" USING
               BY REFERENCE INPUT-ACTION
               BY REFERENCE GAME
               BY REFERENCE INPUT-SAVE-PATH
           END-CALL.
           MOVE "input-recording" TO LABEL-TEXT.
           MOVE INPUT-SAVE-PATH TO VALUE-TEXT.
           PERFORM WRITE-TEXT-LINE.
           MOVE "input-mode" TO LABEL-TEXT.
           MOVE GAME-INPUT-MODE TO NUMBER-TEXT.
           PERFORM WRITE-NUMBER-LINE.

      *> --- the full GAME record, field by field ---
           MOVE "width" TO LABEL-TEXT.
           MOVE GAME-WIDTH TO NUMBER-TEXT.
