       DATA DIVISION.
       FILE SECTION.
      *> widened past 80 when the timed and preset columns joined
      *> the line, and again for the match number.
       FD  STATS-FILE.
       01  STATS-LINE PIC X(130).

       WORKING-STORAGE SECTION.
       01  STATS-FILE-STATUS PIC X(2).
      *> cabinet's own settings.dat), so reports can compare how
      *> each tuning earns.
       01  SESSION-PRESET-NAME PIC X(12).
      *> the cabinet's number for the match (or run) the line closes,
      *> the key the reports join the other per-match files on.
       01  SESSION-MATCH-NUMBER PIC 9(8).

       PROCEDURE DIVISION USING
           SESSION-LENGTH SESSION-RALLY-COUNT
           SESSION-PLAYER-SCORE SESSION-ENEMY-SCORE
           SESSION-CABINET-ID SESSION-VARIANT SESSION-TIMED-FLAG
           SESSION-PRESET-NAME SESSION-MATCH-NUMBER.
       WRITE-SESSION-STATS-LOGIC.
           OPEN EXTEND STATS-FILE.

               " variant=" SESSION-VARIANT
               " timed=" SESSION-TIMED-FLAG
               " preset=" SESSION-PRESET-NAME
               " match=" SESSION-MATCH-NUMBER
               DELIMITED BY SIZE
               INTO STATS-LINE
           END-STRING.
