      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Storage capacity check, run at boot and from the
      *          nightly job run (RunCapacityCheck). Measures every
      *          file under ./data and ./backup (a find listing, kept
      *          in ./data/capacity_scan.dat), totals each budget
      *          group of ./data/size_budget.dat, and projects the
      *          days left before the group reaches its budget from
      *          its growth over the last fortnight of
      *          ./data/capacity_history.dat. The figures go to
      *          ./data/capacity_status.dat, which the status beacon
      *          carries to the fleet board; a group at or past the
      *          CAPLIMIT share of its budget, or due to fill within
      *          CAPLIMIT days, raises a STORAGE incident (one open
      *          incident per group at a time) -- so the card is
      *          seen filling before writes start failing mid-match.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckDataCapacity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "./data/size_budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT SCAN-FILE ASSIGN TO "./data/capacity_scan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "./data/capacity_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT STATUS-FILE ASSIGN TO "./data/capacity_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "./data/incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           COPY CAPBUDG.
      *> room for a whole comment row, so it reads as one line.
       01  BUDGET-LINE PIC X(120).

      *> one line of the find listing: the KB the file takes on the
      *> card, right-aligned in twelve columns, then its path.
       FD  SCAN-FILE.
       01  SCAN-RECORD.
           05 SC-KB-TEXT PIC X(12).
           05 SC-KB-NUM REDEFINES SC-KB-TEXT PIC 9(12).
           05 SC-SEP-1   PIC X(1).
           05 SC-PATH    PIC X(80).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           COPY CAPHIST.

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           COPY CAPSTAT.

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           COPY INCIDENTREC.

       WORKING-STORAGE SECTION.
       01  BUDGET-FILE-STATUS PIC X(2).
       01  SCAN-FILE-STATUS PIC X(2).
       01  HISTORY-FILE-STATUS PIC X(2).
       01  STATUS-FILE-STATUS PIC X(2).
       01  INCIDENT-FILE-STATUS PIC X(2).

       01  CAPACITY-LIMITS.
           COPY CAPLIMIT.

      *> growth is read over this many days back; history older
      *> than the keep is dropped when the file is rewritten.
       01  GROWTH-WINDOW-DAYS PIC 9(3) VALUE 14.
       01  HISTORY-KEEP-DAYS PIC 9(3) VALUE 60.

       01  BUDGET-TABLE.
           05 BUDGET-ENTRY OCCURS 20 TIMES.
               10 BG-LABEL       PIC X(12).
               10 BG-BUDGET-KB   PIC 9(10).
               10 BG-PATTERN     PIC X(40).
               10 BG-PATTERN-LEN PIC 9(2).
               10 BG-STAR-AT     PIC 9(2).
               10 BG-USED-KB     PIC 9(10).
               10 BG-PERCENT     PIC 9(3).
               10 BG-GROWTH-KB   PIC 9(8).
               10 BG-DAYS-LEFT   PIC 9(4).
               10 BG-FLAG        PIC X(4).
               10 BG-BASE-DATE   PIC 9(8).
               10 BG-BASE-KB     PIC 9(10).
       01  BUDGET-COUNT PIC 9(2) VALUE 0.
       01  BUDGET-IDX PIC 9(2) VALUE 0.

       01  HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 2000 TIMES.
               10 HT-DATE    PIC 9(8).
               10 HT-LABEL   PIC X(12).
               10 HT-USED-KB PIC 9(10).
       01  HISTORY-COUNT PIC 9(4) VALUE 0.
       01  HISTORY-IDX PIC 9(4) VALUE 0.

       01  OPEN-STORAGE-TABLE.
           05 OPEN-STORAGE-KEY OCCURS 20 TIMES PIC X(20).
       01  OPEN-STORAGE-COUNT PIC 9(2) VALUE 0.
       01  OPEN-STORAGE-IDX PIC 9(2) VALUE 0.
       01  OPEN-STORAGE-FOUND PIC 9(1) VALUE 0.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.
       01  NOW-TIME PIC 9(6) VALUE 0.
       01  WINDOW-FROM-NUMBER PIC 9(7) VALUE 0.
       01  WINDOW-FROM-YMD PIC 9(8) VALUE 0.
       01  KEEP-FROM-NUMBER PIC 9(7) VALUE 0.
       01  KEEP-FROM-YMD PIC 9(8) VALUE 0.
       01  BASE-NUMBER PIC 9(7) VALUE 0.
       01  ELAPSED-DAYS PIC 9(5) VALUE 0.

       01  PATH-LEN PIC 9(2) VALUE 0.
       01  SUFFIX-LEN PIC 9(2) VALUE 0.
       01  SUFFIX-AT PIC 9(2) VALUE 0.
       01  PATH-MATCHED PIC 9(1) VALUE 0.
       01  SCAN-KB PIC 9(12) VALUE 0.

       01  GROWTH-WORK PIC S9(11) VALUE 0.
       01  PERCENT-WORK PIC 9(12) VALUE 0.
       01  DAYS-WORK PIC 9(12) VALUE 0.

       01  SHELL-COMMAND-Z PIC X(120) VALUE SPACES.
       01  SYSTEM-STATUS USAGE BINARY-LONG VALUE 0.

       01  STORAGE-KEY PIC X(20) VALUE SPACES.
       01  INCIDENT-CATEGORY PIC X(8) VALUE "STORAGE".
       01  INCIDENT-SOURCE PIC X(1) VALUE "A".
       01  INCIDENT-TEXT PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       CHECK-DATA-CAPACITY-LOGIC.
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           COMPUTE NOW-TIME = NOW-TIME-RAW / 100.

           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.
           COMPUTE WINDOW-FROM-NUMBER =
               TODAY-NUMBER - GROWTH-WINDOW-DAYS.
           CALL "DayNumberToDate" USING
               BY REFERENCE WINDOW-FROM-NUMBER
               BY REFERENCE WINDOW-FROM-YMD
           END-CALL.
           COMPUTE KEEP-FROM-NUMBER =
               TODAY-NUMBER - HISTORY-KEEP-DAYS.
           CALL "DayNumberToDate" USING
               BY REFERENCE KEEP-FROM-NUMBER
               BY REFERENCE KEEP-FROM-YMD
           END-CALL.

           PERFORM LOAD-BUDGETS.

           IF BUDGET-COUNT = 0 THEN
               EXIT PROGRAM
           END-IF.

           PERFORM SCAN-DATA-FILES.
           PERFORM LOAD-HISTORY.

           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-COUNT
               PERFORM PROJECT-ONE-GROUP
           END-PERFORM.

           PERFORM REWRITE-HISTORY.
           PERFORM WRITE-CAPACITY-STATUS.
           PERFORM LOAD-OPEN-STORAGE-INCIDENTS.

           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-COUNT
               IF BG-FLAG (BUDGET-IDX) NOT = SPACES THEN
                   PERFORM RAISE-STORAGE-INCIDENT
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

       LOAD-BUDGETS.
           MOVE 0 TO BUDGET-COUNT.

           OPEN INPUT BUDGET-FILE.

           IF BUDGET-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL BUDGET-FILE-STATUS NOT = "00"
           OR BUDGET-COUNT >= 20
               READ BUDGET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CB-LABEL (1:1) NOT = "#"
                       AND CB-LABEL NOT = SPACES
                       AND CB-BUDGET-KB NUMERIC
                       AND CB-BUDGET-KB > 0
                       AND CB-PATTERN NOT = SPACES THEN
                           PERFORM TAKE-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BUDGET-FILE.

       TAKE-BUDGET-ROW.
           ADD 1 TO BUDGET-COUNT.
           MOVE CB-LABEL TO BG-LABEL (BUDGET-COUNT).
           MOVE CB-BUDGET-KB TO BG-BUDGET-KB (BUDGET-COUNT).
           MOVE CB-PATTERN TO BG-PATTERN (BUDGET-COUNT).
           MOVE 0 TO BG-USED-KB (BUDGET-COUNT).
           MOVE 0 TO BG-BASE-DATE (BUDGET-COUNT).
           MOVE 0 TO BG-BASE-KB (BUDGET-COUNT).

           MOVE 40 TO BG-PATTERN-LEN (BUDGET-COUNT).
           PERFORM UNTIL BG-PATTERN-LEN (BUDGET-COUNT) = 0
           OR CB-PATTERN (BG-PATTERN-LEN (BUDGET-COUNT):1)
               NOT = SPACE
               SUBTRACT 1 FROM BG-PATTERN-LEN (BUDGET-COUNT)
           END-PERFORM.

           MOVE 0 TO BG-STAR-AT (BUDGET-COUNT).
           PERFORM VARYING SUFFIX-AT FROM 1 BY 1
               UNTIL SUFFIX-AT > BG-PATTERN-LEN (BUDGET-COUNT)
               OR BG-STAR-AT (BUDGET-COUNT) > 0
               IF CB-PATTERN (SUFFIX-AT:1) = "*" THEN
                   MOVE SUFFIX-AT TO BG-STAR-AT (BUDGET-COUNT)
               END-IF
           END-PERFORM.

       SCAN-DATA-FILES.
      *> the card's real footprint (KB in use, not bytes written),
      *> one file a line; ./backup may not exist yet, and find's
      *> complaint about that is no reason to stop.
           MOVE SPACES TO SHELL-COMMAND-Z.
           STRING "find ./data ./backup -type f -printf "
               "'%12k %p\n' >./data/capacity_scan.dat 2>/dev/null"
               X"00"
               DELIMITED BY SIZE INTO SHELL-COMMAND-Z
           END-STRING.

           CALL "system" USING
               BY REFERENCE SHELL-COMMAND-Z
               RETURNING SYSTEM-STATUS
           END-CALL.

           OPEN INPUT SCAN-FILE.

           IF SCAN-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
               READ SCAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-SCAN-LINE
               END-READ
           END-PERFORM.

           CLOSE SCAN-FILE.

       TAKE-SCAN-LINE.
           INSPECT SC-KB-TEXT REPLACING LEADING SPACE BY "0".
           IF SC-KB-NUM NOT NUMERIC OR SC-PATH = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SC-KB-NUM TO SCAN-KB.

           MOVE 80 TO PATH-LEN.
           PERFORM UNTIL PATH-LEN = 0
           OR SC-PATH (PATH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM PATH-LEN
           END-PERFORM.

           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-COUNT
               PERFORM MATCH-PATH-TO-GROUP
               IF PATH-MATCHED = 1 THEN
                   ADD SCAN-KB TO BG-USED-KB (BUDGET-IDX)
                       ON SIZE ERROR
                           MOVE 9999999999 TO BG-USED-KB (BUDGET-IDX)
                   END-ADD
               END-IF
           END-PERFORM.

       MATCH-PATH-TO-GROUP.
      *> the part of the pattern before the * must open the path
      *> and the part after it must close it; with no * the whole
      *> pattern is the path.
           MOVE 0 TO PATH-MATCHED.

           IF BG-STAR-AT (BUDGET-IDX) = 0 THEN
               IF SC-PATH = BG-PATTERN (BUDGET-IDX) THEN
                   MOVE 1 TO PATH-MATCHED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF PATH-LEN < BG-PATTERN-LEN (BUDGET-IDX) - 1 THEN
               EXIT PARAGRAPH
           END-IF.

           IF BG-STAR-AT (BUDGET-IDX) > 1 THEN
               IF SC-PATH (1:BG-STAR-AT (BUDGET-IDX) - 1) NOT =
                   BG-PATTERN (BUDGET-IDX)
                       (1:BG-STAR-AT (BUDGET-IDX) - 1) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           COMPUTE SUFFIX-LEN =
               BG-PATTERN-LEN (BUDGET-IDX) - BG-STAR-AT (BUDGET-IDX).
           IF SUFFIX-LEN > 0 THEN
               COMPUTE SUFFIX-AT = PATH-LEN - SUFFIX-LEN + 1
               IF SC-PATH (SUFFIX-AT:SUFFIX-LEN) NOT =
                   BG-PATTERN (BUDGET-IDX)
                       (BG-STAR-AT (BUDGET-IDX) + 1:SUFFIX-LEN) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 1 TO PATH-MATCHED.

       LOAD-HISTORY.
      *> today's earlier measure (a boot before the nightly run) is
      *> replaced by this one; anything past the keep is let go.
           MOVE 0 TO HISTORY-COUNT.

           OPEN INPUT HISTORY-FILE.

           IF HISTORY-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL HISTORY-FILE-STATUS NOT = "00"
           OR HISTORY-COUNT >= 2000 - BUDGET-COUNT
               READ HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CH-DATE NUMERIC
                       AND CH-USED-KB NUMERIC
                       AND CH-DATE >= KEEP-FROM-YMD
                       AND CH-DATE < TODAY-YMD THEN
                           PERFORM TAKE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       TAKE-HISTORY-LINE.
           ADD 1 TO HISTORY-COUNT.
           MOVE CH-DATE TO HT-DATE (HISTORY-COUNT).
           MOVE CH-LABEL TO HT-LABEL (HISTORY-COUNT).
           MOVE CH-USED-KB TO HT-USED-KB (HISTORY-COUNT).

      *> the oldest measure inside the window is the growth base.
           IF CH-DATE < WINDOW-FROM-YMD THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-COUNT
               IF BG-LABEL (BUDGET-IDX) = CH-LABEL
               AND (BG-BASE-DATE (BUDGET-IDX) = 0
               OR CH-DATE < BG-BASE-DATE (BUDGET-IDX)) THEN
                   MOVE CH-DATE TO BG-BASE-DATE (BUDGET-IDX)
                   MOVE CH-USED-KB TO BG-BASE-KB (BUDGET-IDX)
               END-IF
           END-PERFORM.

       PROJECT-ONE-GROUP.
           COMPUTE PERCENT-WORK =
               BG-USED-KB (BUDGET-IDX) * 100
               / BG-BUDGET-KB (BUDGET-IDX).
           IF PERCENT-WORK > 999 THEN
               MOVE 999 TO PERCENT-WORK
           END-IF.
           MOVE PERCENT-WORK TO BG-PERCENT (BUDGET-IDX).

      *> growth a day since the base measure; a group that held
      *> still or shrank (a pruned backup set) is not filling.
           MOVE 0 TO BG-GROWTH-KB (BUDGET-IDX).
           IF BG-BASE-DATE (BUDGET-IDX) > 0 THEN
               CALL "DateToDayNumber" USING
                   BY REFERENCE BG-BASE-DATE (BUDGET-IDX)
                   BY REFERENCE BASE-NUMBER
               END-CALL
               COMPUTE ELAPSED-DAYS = TODAY-NUMBER - BASE-NUMBER
               COMPUTE GROWTH-WORK =
                   (BG-USED-KB (BUDGET-IDX) - BG-BASE-KB (BUDGET-IDX))
                   / ELAPSED-DAYS
               IF GROWTH-WORK > 99999999 THEN
                   MOVE 99999999 TO GROWTH-WORK
               END-IF
               IF GROWTH-WORK > 0 THEN
                   MOVE GROWTH-WORK TO BG-GROWTH-KB (BUDGET-IDX)
               END-IF
           END-IF.

           IF BG-USED-KB (BUDGET-IDX) >= BG-BUDGET-KB (BUDGET-IDX)
           THEN
               MOVE 0 TO BG-DAYS-LEFT (BUDGET-IDX)
           ELSE
               IF BG-GROWTH-KB (BUDGET-IDX) = 0 THEN
                   MOVE 9999 TO BG-DAYS-LEFT (BUDGET-IDX)
               ELSE
                   COMPUTE DAYS-WORK =
                       (BG-BUDGET-KB (BUDGET-IDX)
                       - BG-USED-KB (BUDGET-IDX))
                       / BG-GROWTH-KB (BUDGET-IDX)
                   IF DAYS-WORK > 9999 THEN
                       MOVE 9999 TO DAYS-WORK
                   END-IF
                   MOVE DAYS-WORK TO BG-DAYS-LEFT (BUDGET-IDX)
               END-IF
           END-IF.

           MOVE SPACES TO BG-FLAG (BUDGET-IDX).
           IF BG-PERCENT (BUDGET-IDX) >= CAPACITY-WARN-PERCENT
           OR BG-DAYS-LEFT (BUDGET-IDX) <= CAPACITY-WARN-DAYS THEN
               MOVE "WARN" TO BG-FLAG (BUDGET-IDX)
           END-IF.
           IF BG-USED-KB (BUDGET-IDX) >= BG-BUDGET-KB (BUDGET-IDX)
           THEN
               MOVE "FULL" TO BG-FLAG (BUDGET-IDX)
           END-IF.

      *> today's measure joins the history for tomorrow's growth.
           ADD 1 TO HISTORY-COUNT.
           MOVE TODAY-YMD TO HT-DATE (HISTORY-COUNT).
           MOVE BG-LABEL (BUDGET-IDX) TO HT-LABEL (HISTORY-COUNT).
           MOVE BG-USED-KB (BUDGET-IDX) TO HT-USED-KB (HISTORY-COUNT).

       REWRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE.

           IF HISTORY-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
               UNTIL HISTORY-IDX > HISTORY-COUNT
               MOVE SPACES TO HISTORY-RECORD
               MOVE HT-DATE (HISTORY-IDX) TO CH-DATE
               MOVE HT-LABEL (HISTORY-IDX) TO CH-LABEL
               MOVE HT-USED-KB (HISTORY-IDX) TO CH-USED-KB
               WRITE HISTORY-RECORD
           END-PERFORM.

           CLOSE HISTORY-FILE.

       WRITE-CAPACITY-STATUS.
           OPEN OUTPUT STATUS-FILE.

           IF STATUS-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING BUDGET-IDX FROM 1 BY 1
               UNTIL BUDGET-IDX > BUDGET-COUNT
               MOVE SPACES TO STATUS-RECORD
               MOVE TODAY-YMD TO CS-DATE
               MOVE NOW-TIME TO CS-TIME
               MOVE BG-LABEL (BUDGET-IDX) TO CS-LABEL
               MOVE BG-USED-KB (BUDGET-IDX) TO CS-USED-KB
               MOVE BG-BUDGET-KB (BUDGET-IDX) TO CS-BUDGET-KB
               MOVE BG-PERCENT (BUDGET-IDX) TO CS-PERCENT
               MOVE BG-GROWTH-KB (BUDGET-IDX) TO CS-GROWTH-KB
               MOVE BG-DAYS-LEFT (BUDGET-IDX) TO CS-DAYS-LEFT
               MOVE BG-FLAG (BUDGET-IDX) TO CS-FLAG
               WRITE STATUS-RECORD
           END-PERFORM.

           CLOSE STATUS-FILE.

       LOAD-OPEN-STORAGE-INCIDENTS.
      *> a group already on the book stays one incident until the
      *> technician closes it; the next check raises it afresh if
      *> the card is still filling.
           MOVE 0 TO OPEN-STORAGE-COUNT.

           OPEN INPUT INCIDENT-FILE.

           IF INCIDENT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL INCIDENT-FILE-STATUS NOT = "00"
           OR OPEN-STORAGE-COUNT >= 20
               READ INCIDENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IN-CATEGORY = "STORAGE"
                       AND IN-STATUS = "O" THEN
                           ADD 1 TO OPEN-STORAGE-COUNT
                           MOVE IN-TEXT (1:20)
                               TO OPEN-STORAGE-KEY (OPEN-STORAGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE INCIDENT-FILE.

       RAISE-STORAGE-INCIDENT.
           MOVE SPACES TO STORAGE-KEY.
           STRING "Storage " BG-LABEL (BUDGET-IDX)
               DELIMITED BY SIZE INTO STORAGE-KEY
           END-STRING.

           MOVE 0 TO OPEN-STORAGE-FOUND.
           PERFORM VARYING OPEN-STORAGE-IDX FROM 1 BY 1
               UNTIL OPEN-STORAGE-IDX > OPEN-STORAGE-COUNT
               OR OPEN-STORAGE-FOUND = 1
               IF OPEN-STORAGE-KEY (OPEN-STORAGE-IDX) = STORAGE-KEY
                   MOVE 1 TO OPEN-STORAGE-FOUND
               END-IF
           END-PERFORM.

           IF OPEN-STORAGE-FOUND = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO INCIDENT-TEXT.
           IF BG-FLAG (BUDGET-IDX) = "FULL" THEN
               STRING STORAGE-KEY " " BG-PERCENT (BUDGET-IDX)
                   "% over budget"
                   DELIMITED BY SIZE INTO INCIDENT-TEXT
               END-STRING
           ELSE
               STRING STORAGE-KEY " " BG-PERCENT (BUDGET-IDX) "% ~"
                   BG-DAYS-LEFT (BUDGET-IDX) " days"
                   DELIMITED BY SIZE INTO INCIDENT-TEXT
               END-STRING
           END-IF.

           CALL "WriteIncident" USING
               BY REFERENCE INCIDENT-CATEGORY
               BY REFERENCE INCIDENT-SOURCE
               BY REFERENCE INCIDENT-TEXT
           END-CALL.
