      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Says what name a public output may show for a
      *          player: their initials, or "***" when they asked the
      *          counter not to be shown (a players.dat record with
      *          its public flag at N). Everything that goes out in
      *          front of the room -- the lobby feed, the digest
      *          page, the hall of fame, the ratings wall sheet, the
      *          title banners and the replay browser -- asks here;
      *          the internal reports and the player's own dossier
      *          don't. With the player key known the answer is for
      *          that player alone. With only initials, as the boards
      *          and journals carry them, anyone who signs alike and
      *          opted out masks the name: two regulars can share
      *          initials, and showing the wrong one's is the leak.
      *          The opt-outs are read once into a table and kept
      *          for the day; the action byte says what to do:
      *              Q  answer from the table
      *              R  re-read the opt-outs first (the cabinet does
      *                 this on its half-minute poll, so a change at
      *                 the counter shows within the minute)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaskPublicName.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "./data/players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-KEY
               FILE STATUS IS PLAYER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-KEY   PIC X(8).
           05 PM-DIFFICULTY   PIC 9(1).
           05 PM-P1-UP        PIC 9(3).
           05 PM-P1-DOWN      PIC 9(3).
           05 PM-PALETTE      PIC 9(1).
           05 PM-GAMES-PLAYED PIC 9(5).
           05 PM-PUBLIC-FLAG  PIC X(1).
           05 PM-ASSIST       PIC 9(1).

       WORKING-STORAGE SECTION.
       01  PLAYER-FILE-STATUS PIC X(2).
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  LOADED-DAY PIC 9(8) VALUE 0.

      *> everyone who opted out, under their key and the initials
      *> the boards know them by. Five hundred is far more than will
      *> ever ask; any past that are reported so it can be widened.
       01  OPT-OUT-TABLE.
           05 OPT-OUT-ENTRY OCCURS 500 TIMES.
               10 OO-PLAYER-KEY PIC X(8).
               10 OO-INITIALS   PIC X(3).
       01  OPT-OUT-COUNT PIC 9(3) VALUE 0.
       01  OPT-OUT-IDX PIC 9(3) VALUE 0.

       01  MASKED-FLAG PIC 9(1) VALUE 0.

       01  RESOLVED-INITIALS PIC X(3) VALUE SPACES.
       01  RESOLVED-MEMBER PIC X(8) VALUE SPACES.
       01  RESOLVED-STATUS PIC X(1) VALUE SPACE.

       LINKAGE SECTION.
       01  MASK-ACTION PIC X(1).
       01  MASK-PLAYER-KEY PIC X(8).
       01  MASK-INITIALS PIC X(3).
       01  MASK-SHOWN PIC X(3).

       PROCEDURE DIVISION USING
           MASK-ACTION MASK-PLAYER-KEY MASK-INITIALS MASK-SHOWN.
       MASK-PUBLIC-NAME-LOGIC.
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

           IF MASK-ACTION = "R"
           OR TODAY-YMD NOT = LOADED-DAY THEN
               PERFORM LOAD-OPT-OUTS
           END-IF.

           MOVE MASK-INITIALS TO MASK-SHOWN.

           IF MASK-INITIALS = SPACES THEN
               EXIT PROGRAM
           END-IF.

           MOVE 0 TO MASKED-FLAG.

           IF MASK-PLAYER-KEY NOT = SPACES THEN
               PERFORM VARYING OPT-OUT-IDX FROM 1 BY 1
                   UNTIL OPT-OUT-IDX > OPT-OUT-COUNT
                   IF OO-PLAYER-KEY (OPT-OUT-IDX) = MASK-PLAYER-KEY
                       MOVE 1 TO MASKED-FLAG
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING OPT-OUT-IDX FROM 1 BY 1
                   UNTIL OPT-OUT-IDX > OPT-OUT-COUNT
                   IF OO-INITIALS (OPT-OUT-IDX) = MASK-INITIALS
                       MOVE 1 TO MASKED-FLAG
                   END-IF
               END-PERFORM
           END-IF.

           IF MASKED-FLAG = 1 THEN
               MOVE "***" TO MASK-SHOWN
           END-IF.

           EXIT PROGRAM.

       LOAD-OPT-OUTS.
           MOVE TODAY-YMD TO LOADED-DAY.
           MOVE 0 TO OPT-OUT-COUNT.

           OPEN INPUT PLAYER-FILE.

           IF PLAYER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL PLAYER-FILE-STATUS NOT = "00"
               READ PLAYER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-PUBLIC-FLAG = "N" THEN
                           PERFORM KEEP-OPT-OUT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PLAYER-FILE.

       KEEP-OPT-OUT.
      *> a member is known on the boards by the initials the member
      *> master holds for their number.
           CALL "ResolvePlayerKey" USING
               BY REFERENCE PM-PLAYER-KEY
               BY REFERENCE RESOLVED-INITIALS
               BY REFERENCE RESOLVED-MEMBER
               BY REFERENCE RESOLVED-STATUS
           END-CALL.

           IF OPT-OUT-COUNT >= 500 THEN
               DISPLAY "MaskPublicName: more than 500 opt-outs; "
                   PM-PLAYER-KEY " and later ones not masked."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO OPT-OUT-COUNT.
           MOVE PM-PLAYER-KEY TO OO-PLAYER-KEY (OPT-OUT-COUNT).
           MOVE RESOLVED-INITIALS TO OO-INITIALS (OPT-OUT-COUNT).
