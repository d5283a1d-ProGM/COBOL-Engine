      * Date:
      * Purpose: Answers who currently tops the house rating file, so
      *          the title screen can put the number one's name up
      *          without walking the whole standings itself. A
      *          member at the top is shown under their display
      *          initials, or as "***" when they asked not to be
      *          shown publicly. Spaces back means nobody is rated
      *          yet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RATING-FILE ASSIGN TO "./data/ratings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-PLAYER-KEY
               FILE STATUS IS RATING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATING-FILE.
       01  RATING-RECORD.
           05 RT-PLAYER-KEY PIC X(8).
           05 RT-RATING   PIC 9(4).
           05 RT-GAMES    PIC 9(5).
           05 RT-WINS     PIC 9(5).

       WORKING-STORAGE SECTION.
       01  RATING-FILE-STATUS PIC X(2).
       01  LEADER-KEY PIC X(8) VALUE SPACES.
       01  LEADER-MEMBER PIC X(8) VALUE SPACES.
       01  LEADER-STATUS PIC X(1) VALUE SPACE.
       01  LEADER-REAL-INITIALS PIC X(3) VALUE SPACES.
       01  MASK-ACTION PIC X(1) VALUE "Q".

       LINKAGE SECTION.
       01  LEADER-INITIALS PIC X(3).
       READ-RATING-LEADER-LOGIC.
           MOVE SPACES TO LEADER-INITIALS.
           MOVE 0 TO LEADER-RATING.
           MOVE SPACES TO LEADER-KEY.

           OPEN INPUT RATING-FILE.

                       IF RT-RATING NUMERIC
                       AND RT-RATING > LEADER-RATING THEN
                           MOVE RT-RATING TO LEADER-RATING
                           MOVE RT-PLAYER-KEY TO LEADER-KEY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RATING-FILE.

           IF LEADER-KEY NOT = SPACES THEN
               CALL "ResolvePlayerKey" USING
                   BY REFERENCE LEADER-KEY
                   BY REFERENCE LEADER-INITIALS
                   BY REFERENCE LEADER-MEMBER
                   BY REFERENCE LEADER-STATUS
               END-CALL
               MOVE LEADER-INITIALS TO LEADER-REAL-INITIALS
               CALL "MaskPublicName" USING
                   BY REFERENCE MASK-ACTION
                   BY REFERENCE LEADER-KEY
                   BY REFERENCE LEADER-REAL-INITIALS
                   BY REFERENCE LEADER-INITIALS
               END-CALL
           END-IF.

           EXIT PROGRAM.
