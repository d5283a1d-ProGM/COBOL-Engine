      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Stand-alone Breakout level difficulty report built
      *          from the level-detail file. For every level on
      *          record it gives the times it was played, the share
      *          of those that cleared the wall, the lives it cost on
      *          average, the seconds it held the ball on average, how
      *          much of the wall came down and how many capsules were
      *          caught. Levels are ranked hardest first -- lowest
      *          clear rate, then most lives lost -- and any level
      *          where most attempts end the run is flagged, so the
      *          designer knows which wall to look at. An optional
      *          from-date leaves out plays from before a level was
      *          last reworked:
      *              PrintLevelReport [from-YYYYMMDD]
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintLevelReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVEL-FILE ASSIGN TO "./data/level_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEVEL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-FILE.
       01  LEVEL-DETAIL-RECORD.
           COPY LEVELDET.

       WORKING-STORAGE SECTION.
       01  LEVEL-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  FROM-TOKEN PIC X(8) VALUE SPACES.
       01  FROM-TOKEN-NUM REDEFINES FROM-TOKEN PIC 9(8).
       01  FROM-DATE PIC 9(8) VALUE 0.

      *> one slot per level number the loader can reach (levels.dat
      *> numbers them 01-99), indexed by the level itself.
       01  LEVEL-TABLE.
           05 LEVEL-ENTRY OCCURS 99 TIMES.
               10 LT-RUNS          PIC 9(7).
               10 LT-CLEARS        PIC 9(7).
               10 LT-ENDS          PIC 9(7).
               10 LT-SECONDS       PIC 9(9).
               10 LT-LIVES-LOST    PIC 9(7).
               10 LT-BRICKS-DOWN   PIC 9(9).
               10 LT-BRICKS-PLACED PIC 9(9).
               10 LT-POWERUPS      PIC 9(7).
               10 LT-CLEAR-RATE    PIC 9(3)V9.
               10 LT-LIVES-AVG     PIC 9(2)V9.
       01  LEVEL-IDX PIC 9(3) VALUE 0.
       01  DETAIL-COUNT PIC 9(7) VALUE 0.

      *> the levels actually played, in ranking order.
       01  RANK-TABLE.
           05 RANK-LEVEL OCCURS 99 TIMES PIC 9(2).
       01  RANK-COUNT PIC 9(2) VALUE 0.
       01  RANK-IDX PIC 9(3) VALUE 0.
       01  RANK-SCAN-IDX PIC 9(3) VALUE 0.
       01  RANK-PICK-IDX PIC 9(3) VALUE 0.
       01  RANK-HOLD PIC 9(2) VALUE 0.
       01  RANK-A PIC 9(2) VALUE 0.
       01  RANK-B PIC 9(2) VALUE 0.
       01  RANK-HARDER-FLAG PIC 9(1) VALUE 0.

       01  SECONDS-AVG PIC 9(5) VALUE 0.
       01  WALL-PERCENT PIC 9(3) VALUE 0.
       01  POWERUPS-AVG PIC 9(3)V9 VALUE 0.
       01  FLAGGED-COUNT PIC 9(2) VALUE 0.

       01  RANK-EDIT PIC Z9.
       01  LEVEL-EDIT PIC 99.
       01  COUNT-EDIT PIC Z(6)9.
       01  RATE-EDIT PIC ZZ9.9.
       01  LIVES-EDIT PIC Z9.9.
       01  SECONDS-EDIT PIC Z(4)9.
       01  PERCENT-EDIT PIC ZZ9.
       01  POWERUPS-EDIT PIC ZZ9.9.
       01  FLAG-TEXT PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       PRINT-LEVEL-REPORT-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO FROM-TOKEN
           END-UNSTRING.

           IF FROM-TOKEN NOT = SPACES THEN
               IF FROM-TOKEN-NUM NUMERIC AND FROM-TOKEN-NUM > 0 THEN
                   MOVE FROM-TOKEN-NUM TO FROM-DATE
               ELSE
                   DISPLAY "Usage: PrintLevelReport [from-YYYYMMDD]"
                   STOP RUN
               END-IF
           END-IF.

           INITIALIZE LEVEL-TABLE.

           OPEN INPUT LEVEL-FILE.

           IF LEVEL-FILE-STATUS NOT = "00" THEN
               DISPLAY "No level-detail file found yet."
               STOP RUN
           END-IF.

           PERFORM UNTIL LEVEL-FILE-STATUS NOT = "00"
               READ LEVEL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-LEVEL
               END-READ
           END-PERFORM.

           CLOSE LEVEL-FILE.

           DISPLAY "=== BREAKOUT LEVEL DIFFICULTY ===".
           IF FROM-DATE > 0 THEN
               DISPLAY "Plays from " FROM-DATE " on"
           END-IF.

           IF DETAIL-COUNT = 0 THEN
               DISPLAY "No levels on record."
               STOP RUN
           END-IF.

           PERFORM VARYING LEVEL-IDX FROM 1 BY 1 UNTIL LEVEL-IDX > 99
               IF LT-RUNS (LEVEL-IDX) > 0 THEN
                   PERFORM RATE-LEVEL
               END-IF
           END-PERFORM.

           PERFORM RANK-LEVELS.

           DISPLAY "RANK LVL   PLAYS  CLR% LIVES  AVG-S WAL%  CAPS".
           PERFORM VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX > RANK-COUNT
               PERFORM PRINT-LEVEL-LINE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "LEVEL PLAYS ON RECORD " DETAIL-COUNT.
           IF FLAGGED-COUNT = 0 THEN
               DISPLAY "No level ends most of the runs that reach it."
           ELSE
               DISPLAY FLAGGED-COUNT " level(s) end most of the runs"
                   " that reach them -- marked MOST RUNS END."
           END-IF.

           STOP RUN.

       TALLY-LEVEL.
      *> the writer only ever puts C or E in the outcome column; a
      *> blank or mangled line is not a play to count.
           IF LD-LEVEL NOT NUMERIC OR LD-DATE NOT NUMERIC
           OR LD-SECONDS NOT NUMERIC OR LD-LIVES-LOST NOT NUMERIC
           OR LD-BRICKS-CLEARED NOT NUMERIC
           OR LD-BRICKS-PLACED NOT NUMERIC
           OR LD-POWERUPS NOT NUMERIC
           OR (LD-OUTCOME NOT = "C" AND LD-OUTCOME NOT = "E") THEN
               EXIT PARAGRAPH
           END-IF.

           IF LD-LEVEL = 0 OR LD-DATE < FROM-DATE THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE LD-LEVEL TO LEVEL-IDX.
           ADD 1 TO DETAIL-COUNT.
           ADD 1 TO LT-RUNS (LEVEL-IDX).
           IF LD-OUTCOME = "C" THEN
               ADD 1 TO LT-CLEARS (LEVEL-IDX)
           ELSE
               ADD 1 TO LT-ENDS (LEVEL-IDX)
           END-IF.
           ADD LD-SECONDS TO LT-SECONDS (LEVEL-IDX).
           ADD LD-LIVES-LOST TO LT-LIVES-LOST (LEVEL-IDX).
           ADD LD-BRICKS-CLEARED TO LT-BRICKS-DOWN (LEVEL-IDX).
           ADD LD-BRICKS-PLACED TO LT-BRICKS-PLACED (LEVEL-IDX).
           ADD LD-POWERUPS TO LT-POWERUPS (LEVEL-IDX).

       RATE-LEVEL.
           COMPUTE LT-CLEAR-RATE (LEVEL-IDX) ROUNDED =
               LT-CLEARS (LEVEL-IDX) * 100 / LT-RUNS (LEVEL-IDX).
           COMPUTE LT-LIVES-AVG (LEVEL-IDX) ROUNDED =
               LT-LIVES-LOST (LEVEL-IDX) / LT-RUNS (LEVEL-IDX).
           ADD 1 TO RANK-COUNT.
           MOVE LEVEL-IDX TO RANK-LEVEL (RANK-COUNT).

       RANK-LEVELS.
      *> a straight selection sort; there are never more than 99.
           PERFORM VARYING RANK-IDX FROM 1 BY 1
               UNTIL RANK-IDX >= RANK-COUNT
               MOVE RANK-IDX TO RANK-PICK-IDX
               COMPUTE RANK-SCAN-IDX = RANK-IDX + 1
               PERFORM UNTIL RANK-SCAN-IDX > RANK-COUNT
                   MOVE RANK-LEVEL (RANK-SCAN-IDX) TO RANK-A
                   MOVE RANK-LEVEL (RANK-PICK-IDX) TO RANK-B
                   PERFORM COMPARE-HARDER
                   IF RANK-HARDER-FLAG = 1 THEN
                       MOVE RANK-SCAN-IDX TO RANK-PICK-IDX
                   END-IF
                   ADD 1 TO RANK-SCAN-IDX
               END-PERFORM
               IF RANK-PICK-IDX NOT = RANK-IDX THEN
                   MOVE RANK-LEVEL (RANK-IDX) TO RANK-HOLD
                   MOVE RANK-LEVEL (RANK-PICK-IDX)
                       TO RANK-LEVEL (RANK-IDX)
                   MOVE RANK-HOLD TO RANK-LEVEL (RANK-PICK-IDX)
               END-IF
           END-PERFORM.

       COMPARE-HARDER.
      *> level RANK-A ranks ahead of RANK-B when fewer of its plays
      *> clear, or as few clear and it costs more lives; a full tie
      *> keeps level order.
           MOVE 0 TO RANK-HARDER-FLAG.
           IF LT-CLEAR-RATE (RANK-A) < LT-CLEAR-RATE (RANK-B) THEN
               MOVE 1 TO RANK-HARDER-FLAG
           ELSE
               IF LT-CLEAR-RATE (RANK-A) = LT-CLEAR-RATE (RANK-B)
               AND LT-LIVES-AVG (RANK-A) > LT-LIVES-AVG (RANK-B) THEN
                   MOVE 1 TO RANK-HARDER-FLAG
               END-IF
           END-IF.

       PRINT-LEVEL-LINE.
           MOVE RANK-LEVEL (RANK-IDX) TO LEVEL-IDX.

           COMPUTE SECONDS-AVG ROUNDED =
               LT-SECONDS (LEVEL-IDX) / LT-RUNS (LEVEL-IDX).
           IF LT-BRICKS-PLACED (LEVEL-IDX) > 0 THEN
               COMPUTE WALL-PERCENT ROUNDED =
                   LT-BRICKS-DOWN (LEVEL-IDX) * 100
                   / LT-BRICKS-PLACED (LEVEL-IDX)
           ELSE
               MOVE 0 TO WALL-PERCENT
           END-IF.
           COMPUTE POWERUPS-AVG ROUNDED =
               LT-POWERUPS (LEVEL-IDX) / LT-RUNS (LEVEL-IDX).

      *> "most runs end" is strictly more than half of the plays.
           MOVE SPACES TO FLAG-TEXT.
           IF LT-ENDS (LEVEL-IDX) * 2 > LT-RUNS (LEVEL-IDX) THEN
               MOVE "  MOST RUNS END" TO FLAG-TEXT
               ADD 1 TO FLAGGED-COUNT
           END-IF.

           MOVE RANK-IDX TO RANK-EDIT.
           MOVE LEVEL-IDX TO LEVEL-EDIT.
           MOVE LT-RUNS (LEVEL-IDX) TO COUNT-EDIT.
           MOVE LT-CLEAR-RATE (LEVEL-IDX) TO RATE-EDIT.
           MOVE LT-LIVES-AVG (LEVEL-IDX) TO LIVES-EDIT.
           MOVE SECONDS-AVG TO SECONDS-EDIT.
           MOVE WALL-PERCENT TO PERCENT-EDIT.
           MOVE POWERUPS-AVG TO POWERUPS-EDIT.

           DISPLAY "  " RANK-EDIT "  " LEVEL-EDIT " " COUNT-EDIT " "
               RATE-EDIT "  " LIVES-EDIT "  " SECONDS-EDIT "  "
               PERCENT-EDIT " " POWERUPS-EDIT FLAG-TEXT.
