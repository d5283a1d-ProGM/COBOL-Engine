      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Answers whether a key is held this frame -- 1 held,
      *          0 not -- from the scancodes PrepareUpdateGame took
      *          down at the top of the frame (GAME-INPUT-FRAME),
      *          rather than asking the keyboard again. Every reader
      *          of a panel button or the coin switch comes through
      *          here, so on the bench a recorded frame presses the
      *          same buttons the cabinet's players did.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckFrameKey.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  KEY-IDX PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01 GAME.
           COPY GAMEFLDS.
       01 FRAME-KEY-SCANCODE USAGE BINARY-LONG.
       01 FRAME-KEY-STATE USAGE BINARY-LONG.

       PROCEDURE DIVISION USING
           GAME FRAME-KEY-SCANCODE FRAME-KEY-STATE.
       CHECK-FRAME-KEY-LOGIC.
           MOVE 0 TO FRAME-KEY-STATE.

           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > FI-KEY-COUNT
               IF FI-KEY-DOWN (KEY-IDX) = FRAME-KEY-SCANCODE THEN
                   MOVE 1 TO FRAME-KEY-STATE
               END-IF
           END-PERFORM.

           EXIT PROGRAM.
