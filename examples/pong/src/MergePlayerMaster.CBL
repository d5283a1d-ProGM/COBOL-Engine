      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head-office merge of every cabinet's player changes
      *          into the central player master, so a regular's
      *          profile, balance, loyalty punches, rating and awards
      *          follow them from one cabinet to the next. For one
      *          business day (the date on the command line, or
      *          yesterday) it reads the collected player-change
      *          journals -- that night's and the next, for a feed
      *          that slipped past midnight -- takes the day's last
      *          change each cabinet made to each record, and:
      *            one cabinet changed it   the record is taken
      *            several cabinets did     nothing is overwritten;
      *                                     every version, and the
      *                                     master's own, goes to
      *                                     ./data/player_exceptions
      *                                     .dat and the report
      *          The master is ./data/player_master.dat, staged for
      *          the config push that carries it back to every
      *          cabinet, where ApplyPlayerMaster loads it at boot.
      *          Days merge in order; a day already merged is
      *          refused. "RESOLVE <yyyymmdd> <master> <key>
      *          <cabinet>" settles an open exception with the
      *          version that cabinet sent (or "*MASTER*" to keep the
      *          master's) and restages the master.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MergePlayerMaster.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "./data/player_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FILE-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO "./data/player_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY PLYMAST.
       01  MASTER-HEADER.
           05 MH-MARK     PIC X(4).
           05 MH-DAY      PIC 9(8).
           05 MH-SEP      PIC X(1).
           05 MH-REVISION PIC 9(2).

       FD  FEED-FILE.
      *> the consolidated line is the cabinet prefix plus the
      *> journal line's own columns.
       01  FEED-LINE.
           05 FL-CABINET PIC X(8).
           05 FL-SEP     PIC X(1).
           COPY PLYCHG.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY PLYEXC.

       FD  STAGE-FILE.
       01  STAGE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-STATUS PIC X(2).
       01  FEED-FILE-STATUS PIC X(2).
       01  EXCEPTION-FILE-STATUS PIC X(2).
       01  STAGE-FILE-STATUS PIC X(2).
       01  FEED-PATH PIC X(60) VALUE SPACES.
       01  STAGE-PATH PIC X(60) VALUE SPACES.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  FIRST-ARGUMENT PIC X(8) VALUE SPACES.
       01  DAY-ARGUMENT PIC X(8) VALUE SPACES.
       01  DAY-ARGUMENT-NUM REDEFINES DAY-ARGUMENT PIC 9(8).
       01  CODE-ARGUMENT PIC X(4) VALUE SPACES.
       01  KEY-ARGUMENT PIC X(8) VALUE SPACES.
       01  CABINET-ARGUMENT PIC X(8) VALUE SPACES.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  MERGE-DAY PIC 9(8) VALUE 0.
       01  MERGE-DAY-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-NUMBER PIC 9(7) VALUE 0.
       01  SCAN-DATE PIC 9(8) VALUE 0.

      *> the header says how far the master has been merged; a
      *> resolve restages the same day under the next revision so
      *> the cabinets know to load it again.
       01  MERGED-THROUGH PIC 9(8) VALUE 0.
       01  MASTER-REVISION PIC 9(2) VALUE 0.

       01  MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 3000 TIMES.
               10 MT-FILE-CODE   PIC X(4).
               10 MT-CHANGE-KIND PIC X(1).
               10 MT-PLAYER-KEY  PIC X(8).
               10 MT-CHANGE-DATE PIC 9(8).
               10 MT-CABINET-ID  PIC X(8).
               10 MT-IMAGE       PIC X(60).
       01  MASTER-COUNT PIC 9(4) VALUE 0.
       01  MASTER-IDX PIC 9(4) VALUE 0.
       01  MASTER-FOUND PIC 9(4) VALUE 0.

      *> one entry per record per cabinet: that cabinet's last
      *> change to it on the day being merged.
       01  DAY-CHANGE-TABLE.
           05 DAY-CHANGE-ENTRY OCCURS 2000 TIMES.
               10 DC-FILE-CODE   PIC X(4).
               10 DC-PLAYER-KEY  PIC X(8).
               10 DC-CABINET-ID  PIC X(8).
               10 DC-TIME        PIC 9(6).
               10 DC-CHANGE-KIND PIC X(1).
               10 DC-IMAGE       PIC X(60).
       01  DAY-CHANGE-COUNT PIC 9(4) VALUE 0.
       01  DAY-IDX PIC 9(4) VALUE 0.
       01  OTHER-IDX PIC 9(4) VALUE 0.
       01  DAY-FOUND PIC 9(4) VALUE 0.
       01  GROUP-SIZE PIC 9(4) VALUE 0.
       01  GROUP-FIRST PIC 9(4) VALUE 0.

       01  SEEK-FILE-CODE PIC X(4) VALUE SPACES.
       01  SEEK-PLAYER-KEY PIC X(8) VALUE SPACES.

       01  TABLE-FULL-FLAG PIC 9(1) VALUE 0.
       01  EXCEPTION-OPEN-FLAG PIC 9(1) VALUE 0.
       01  NIGHTS-FOUND PIC 9(1) VALUE 0.
       01  LINES-TAKEN PIC 9(6) VALUE 0.
       01  APPLIED-COUNT PIC 9(5) VALUE 0.
       01  CONFLICT-COUNT PIC 9(5) VALUE 0.

      *> the chosen version when an exception is resolved.
       01  CHOSEN-FOUND-FLAG PIC 9(1) VALUE 0.
       01  CHOSEN-KIND PIC X(1) VALUE SPACE.
       01  CHOSEN-IMAGE PIC X(60) VALUE SPACES.
       01  RESOLVED-LINE-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MERGE-PLAYER-MASTER-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO FIRST-ARGUMENT DAY-ARGUMENT CODE-ARGUMENT
                   KEY-ARGUMENT CABINET-ARGUMENT
           END-UNSTRING.

           IF FIRST-ARGUMENT = "RESOLVE" THEN
               PERFORM RESOLVE-EXCEPTION
               STOP RUN
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.

      *> the morning run merges the day just ended unless one is
      *> named.
           MOVE FIRST-ARGUMENT TO DAY-ARGUMENT.
           IF DAY-ARGUMENT = SPACES THEN
               COMPUTE MERGE-DAY-NUMBER = TODAY-NUMBER - 1
               CALL "DayNumberToDate" USING
                   BY REFERENCE MERGE-DAY-NUMBER
                   BY REFERENCE MERGE-DAY
               END-CALL
           ELSE
               IF DAY-ARGUMENT-NUM NOT NUMERIC THEN
                   DISPLAY "Usage: MergePlayerMaster [yyyymmdd]"
                   DISPLAY "       MergePlayerMaster RESOLVE"
                       " <yyyymmdd> <master> <key> <cabinet>"
                   STOP RUN
               END-IF
               MOVE DAY-ARGUMENT-NUM TO MERGE-DAY
               CALL "DateToDayNumber" USING
                   BY REFERENCE MERGE-DAY
                   BY REFERENCE MERGE-DAY-NUMBER
               END-CALL
           END-IF.

           PERFORM LOAD-MASTER.

           IF TABLE-FULL-FLAG = 1 THEN
               DISPLAY "player_master.dat holds more than 3000"
                   " records; nothing merged."
               STOP RUN
           END-IF.

           IF MERGE-DAY <= MERGED-THROUGH THEN
               DISPLAY "Player master already merged through "
                   MERGED-THROUGH "; " MERGE-DAY " not merged again."
               STOP RUN
           END-IF.

           PERFORM VARYING SCAN-NUMBER FROM MERGE-DAY-NUMBER BY 1
               UNTIL SCAN-NUMBER > MERGE-DAY-NUMBER + 1
               PERFORM GATHER-NIGHT-CHANGES
           END-PERFORM.

           IF TABLE-FULL-FLAG = 1 THEN
               DISPLAY "More than 2000 player records changed on "
                   MERGE-DAY "; nothing merged."
               STOP RUN
           END-IF.

           IF NIGHTS-FOUND = 0 THEN
               DISPLAY "No player changes collected for " MERGE-DAY
                   "; player master left as it was."
               STOP RUN
           END-IF.

           DISPLAY "=== PLAYER MASTER MERGE " MERGE-DAY " ===".

           PERFORM VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > DAY-CHANGE-COUNT
               PERFORM MERGE-ONE-CHANGE
           END-PERFORM.

           IF EXCEPTION-OPEN-FLAG = 1 THEN
               CLOSE EXCEPTION-FILE
           END-IF.

           IF TABLE-FULL-FLAG = 1 THEN
               DISPLAY "player_master.dat would pass 3000 records;"
                   " nothing merged."
               STOP RUN
           END-IF.

           MOVE MERGE-DAY TO MERGED-THROUGH.
           MOVE 0 TO MASTER-REVISION.
           PERFORM SAVE-MASTER.

           DISPLAY "changes read            " LINES-TAKEN.
           DISPLAY "records taken           " APPLIED-COUNT.
           DISPLAY "conflicts for review    " CONFLICT-COUNT.
           DISPLAY MASTER-COUNT " record(s) staged in"
               " ./data/player_master.dat for the config push.".

           STOP RUN.

       LOAD-MASTER.
           MOVE 0 TO MASTER-COUNT.
           MOVE 0 TO MERGED-THROUGH.
           MOVE 0 TO MASTER-REVISION.

           OPEN INPUT MASTER-FILE.

           IF MASTER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-MASTER-LINE
               END-READ
           END-PERFORM.

           CLOSE MASTER-FILE.

       TAKE-MASTER-LINE.
           IF MH-MARK = "#PM " THEN
               IF MH-DAY NUMERIC THEN
                   MOVE MH-DAY TO MERGED-THROUGH
               END-IF
               IF MH-REVISION NUMERIC THEN
                   MOVE MH-REVISION TO MASTER-REVISION
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF PX-PLAYER-KEY = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF MASTER-COUNT >= 3000 THEN
               MOVE 1 TO TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MASTER-COUNT.
           MOVE PX-FILE-CODE TO MT-FILE-CODE (MASTER-COUNT).
           MOVE PX-CHANGE-KIND TO MT-CHANGE-KIND (MASTER-COUNT).
           MOVE PX-PLAYER-KEY TO MT-PLAYER-KEY (MASTER-COUNT).
           MOVE PX-CHANGE-DATE TO MT-CHANGE-DATE (MASTER-COUNT).
           MOVE PX-CABINET-ID TO MT-CABINET-ID (MASTER-COUNT).
           MOVE PX-IMAGE TO MT-IMAGE (MASTER-COUNT).

       GATHER-NIGHT-CHANGES.
           CALL "DayNumberToDate" USING
               BY REFERENCE SCAN-NUMBER
               BY REFERENCE SCAN-DATE
           END-CALL.

           MOVE SPACES TO FEED-PATH.
           STRING "./data/collected_" SCAN-DATE
               "/fleet_player_changes.dat"
               DELIMITED BY SIZE INTO FEED-PATH
           END-STRING.

           OPEN INPUT FEED-FILE.

           IF FEED-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO NIGHTS-FOUND.

      *> each cabinet sends its whole journal every night, so only
      *> the day being merged is taken, and a line seen on both
      *> nights lands on the same entry.
           PERFORM UNTIL FEED-FILE-STATUS NOT = "00"
               READ FEED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-DATE = MERGE-DAY
                       AND PC-PLAYER-KEY NOT = SPACES
                       AND (PC-CHANGE-KIND = "U"
                       OR PC-CHANGE-KIND = "D") THEN
                           PERFORM TAKE-DAY-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FEED-FILE.

       TAKE-DAY-CHANGE.
           ADD 1 TO LINES-TAKEN.

           MOVE 0 TO DAY-FOUND.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
               UNTIL OTHER-IDX > DAY-CHANGE-COUNT OR DAY-FOUND > 0
               IF DC-FILE-CODE (OTHER-IDX) = PC-FILE-CODE
               AND DC-PLAYER-KEY (OTHER-IDX) = PC-PLAYER-KEY
               AND DC-CABINET-ID (OTHER-IDX) = FL-CABINET THEN
                   MOVE OTHER-IDX TO DAY-FOUND
               END-IF
           END-PERFORM.

           IF DAY-FOUND = 0 THEN
               IF DAY-CHANGE-COUNT >= 2000 THEN
                   MOVE 1 TO TABLE-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DAY-CHANGE-COUNT
               MOVE DAY-CHANGE-COUNT TO DAY-FOUND
               MOVE PC-FILE-CODE TO DC-FILE-CODE (DAY-FOUND)
               MOVE PC-PLAYER-KEY TO DC-PLAYER-KEY (DAY-FOUND)
               MOVE FL-CABINET TO DC-CABINET-ID (DAY-FOUND)
               MOVE 0 TO DC-TIME (DAY-FOUND)
           END-IF.

      *> the journal runs in time order; the later change of the
      *> day is the one that stands.
           IF PC-TIME >= DC-TIME (DAY-FOUND) THEN
               MOVE PC-TIME TO DC-TIME (DAY-FOUND)
               MOVE PC-CHANGE-KIND TO DC-CHANGE-KIND (DAY-FOUND)
               MOVE PC-IMAGE TO DC-IMAGE (DAY-FOUND)
           END-IF.

       MERGE-ONE-CHANGE.
      *> how many cabinets touched this record today, and which of
      *> their entries comes first.
           MOVE 0 TO GROUP-SIZE.
           MOVE 0 TO GROUP-FIRST.
           PERFORM VARYING OTHER-IDX FROM 1 BY 1
               UNTIL OTHER-IDX > DAY-CHANGE-COUNT
               IF DC-FILE-CODE (OTHER-IDX) = DC-FILE-CODE (DAY-IDX)
               AND DC-PLAYER-KEY (OTHER-IDX)
                   = DC-PLAYER-KEY (DAY-IDX) THEN
                   ADD 1 TO GROUP-SIZE
                   IF GROUP-FIRST = 0 THEN
                       MOVE OTHER-IDX TO GROUP-FIRST
                   END-IF
               END-IF
           END-PERFORM.

           MOVE DC-FILE-CODE (DAY-IDX) TO SEEK-FILE-CODE.
           MOVE DC-PLAYER-KEY (DAY-IDX) TO SEEK-PLAYER-KEY.
           PERFORM FIND-MASTER-ENTRY.

           IF GROUP-SIZE = 1 THEN
               PERFORM TAKE-CHANGE-INTO-MASTER
               EXIT PARAGRAPH
           END-IF.

           IF GROUP-FIRST = DAY-IDX THEN
               ADD 1 TO CONFLICT-COUNT
               DISPLAY " "
               DISPLAY "CONFLICT " SEEK-FILE-CODE " " SEEK-PLAYER-KEY
                   " changed on " GROUP-SIZE " cabinets"
               PERFORM WRITE-MASTER-EXCEPTION
           END-IF.

           PERFORM WRITE-CHANGE-EXCEPTION.

       FIND-MASTER-ENTRY.
           MOVE 0 TO MASTER-FOUND.
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > MASTER-COUNT OR MASTER-FOUND > 0
               IF MT-FILE-CODE (MASTER-IDX) = SEEK-FILE-CODE
               AND MT-PLAYER-KEY (MASTER-IDX) = SEEK-PLAYER-KEY THEN
                   MOVE MASTER-IDX TO MASTER-FOUND
               END-IF
           END-PERFORM.

       TAKE-CHANGE-INTO-MASTER.
           IF MASTER-FOUND = 0 THEN
               IF MASTER-COUNT >= 3000 THEN
                   MOVE 1 TO TABLE-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MASTER-COUNT
               MOVE MASTER-COUNT TO MASTER-FOUND
               MOVE SEEK-FILE-CODE TO MT-FILE-CODE (MASTER-FOUND)
               MOVE SEEK-PLAYER-KEY TO MT-PLAYER-KEY (MASTER-FOUND)
           END-IF.

           MOVE DC-CHANGE-KIND (DAY-IDX)
               TO MT-CHANGE-KIND (MASTER-FOUND).
           MOVE MERGE-DAY TO MT-CHANGE-DATE (MASTER-FOUND).
           MOVE DC-CABINET-ID (DAY-IDX) TO MT-CABINET-ID (MASTER-FOUND).
           IF DC-CHANGE-KIND (DAY-IDX) = "D" THEN
               MOVE SPACES TO MT-IMAGE (MASTER-FOUND)
           ELSE
               MOVE DC-IMAGE (DAY-IDX) TO MT-IMAGE (MASTER-FOUND)
           END-IF.

           ADD 1 TO APPLIED-COUNT.

       OPEN-EXCEPTIONS.
           IF EXCEPTION-OPEN-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS = "05"
           OR EXCEPTION-FILE-STATUS = "35" THEN
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.

           IF EXCEPTION-FILE-STATUS = "00" THEN
               MOVE 1 TO EXCEPTION-OPEN-FLAG
           ELSE
               DISPLAY "player_exceptions.dat unwritable (status "
                   EXCEPTION-FILE-STATUS "); conflicts only shown"
                   " here."
           END-IF.

       WRITE-MASTER-EXCEPTION.
      *> the master's own version first, so the reviewer sees what
      *> the record was before the day's competing changes; "-"
      *> when the master had never held it.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE MERGE-DAY TO PE-DAY.
           MOVE SEEK-FILE-CODE TO PE-FILE-CODE.
           MOVE SEEK-PLAYER-KEY TO PE-PLAYER-KEY.
           MOVE "*MASTER*" TO PE-CABINET-ID.
           MOVE 0 TO PE-TIME.
           MOVE "O" TO PE-STATE.
           IF MASTER-FOUND = 0 THEN
               MOVE "-" TO PE-CHANGE-KIND
           ELSE
               MOVE MT-CHANGE-KIND (MASTER-FOUND) TO PE-CHANGE-KIND
               MOVE MT-IMAGE (MASTER-FOUND) TO PE-IMAGE
           END-IF.

           DISPLAY "  *MASTER*        " PE-CHANGE-KIND " "
               PE-IMAGE (1:44).

           PERFORM OPEN-EXCEPTIONS.
           IF EXCEPTION-OPEN-FLAG = 1 THEN
               WRITE EXCEPTION-RECORD
           END-IF.

       WRITE-CHANGE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE MERGE-DAY TO PE-DAY.
           MOVE DC-FILE-CODE (DAY-IDX) TO PE-FILE-CODE.
           MOVE DC-PLAYER-KEY (DAY-IDX) TO PE-PLAYER-KEY.
           MOVE DC-CABINET-ID (DAY-IDX) TO PE-CABINET-ID.
           MOVE DC-TIME (DAY-IDX) TO PE-TIME.
           MOVE DC-CHANGE-KIND (DAY-IDX) TO PE-CHANGE-KIND.
           MOVE "O" TO PE-STATE.
           MOVE DC-IMAGE (DAY-IDX) TO PE-IMAGE.

           DISPLAY "  " PE-CABINET-ID " " PE-TIME " " PE-CHANGE-KIND
               " " PE-IMAGE (1:44).

           PERFORM OPEN-EXCEPTIONS.
           IF EXCEPTION-OPEN-FLAG = 1 THEN
               WRITE EXCEPTION-RECORD
           END-IF.

       SAVE-MASTER.
      *> staged whole and copied over the live name, the habit the
      *> config pull established.
           MOVE "./data/player_master.dat.new" TO STAGE-PATH.

           OPEN OUTPUT STAGE-FILE.

           IF STAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "player_master.dat.new unwritable (status "
                   STAGE-FILE-STATUS "); master not saved."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO MASTER-HEADER.
           MOVE "#PM " TO MH-MARK.
           MOVE MERGED-THROUGH TO MH-DAY.
           MOVE MASTER-REVISION TO MH-REVISION.
           MOVE MASTER-HEADER TO STAGE-LINE.
           WRITE STAGE-LINE.

           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > MASTER-COUNT
               MOVE SPACES TO MASTER-RECORD
               MOVE MT-FILE-CODE (MASTER-IDX) TO PX-FILE-CODE
               MOVE MT-CHANGE-KIND (MASTER-IDX) TO PX-CHANGE-KIND
               MOVE MT-PLAYER-KEY (MASTER-IDX) TO PX-PLAYER-KEY
               MOVE MT-CHANGE-DATE (MASTER-IDX) TO PX-CHANGE-DATE
               MOVE MT-CABINET-ID (MASTER-IDX) TO PX-CABINET-ID
               MOVE MT-IMAGE (MASTER-IDX) TO PX-IMAGE
               MOVE MASTER-RECORD TO STAGE-LINE
               WRITE STAGE-LINE
           END-PERFORM.

           CLOSE STAGE-FILE.

           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT MASTER-FILE.

           IF STAGE-FILE-STATUS = "00"
           AND MASTER-FILE-STATUS = "00" THEN
               PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STAGE-LINE TO MASTER-RECORD
                           WRITE MASTER-RECORD
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE MASTER-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.

       RESOLVE-EXCEPTION.
           IF DAY-ARGUMENT-NUM NOT NUMERIC
           OR CODE-ARGUMENT = SPACES
           OR KEY-ARGUMENT = SPACES
           OR CABINET-ARGUMENT = SPACES THEN
               DISPLAY "Usage: MergePlayerMaster RESOLVE"
                   " <yyyymmdd> <master> <key> <cabinet>"
               EXIT PARAGRAPH
           END-IF.

           MOVE DAY-ARGUMENT-NUM TO MERGE-DAY.

           PERFORM LOAD-MASTER.

           IF TABLE-FULL-FLAG = 1 THEN
               DISPLAY "player_master.dat holds more than 3000"
                   " records; nothing resolved."
               EXIT PARAGRAPH
           END-IF.

           MOVE CODE-ARGUMENT TO SEEK-FILE-CODE.
           MOVE KEY-ARGUMENT TO SEEK-PLAYER-KEY.
           PERFORM FIND-MASTER-ENTRY.

      *> a record a later day has already moved on from can't take
      *> an older version back without undoing that day too.
           IF MASTER-FOUND > 0 THEN
               IF MT-CHANGE-DATE (MASTER-FOUND) > MERGE-DAY THEN
                   DISPLAY SEEK-FILE-CODE " " SEEK-PLAYER-KEY
                       " has changed since " MERGE-DAY
                       "; settle it by hand at a cabinet."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM MARK-EXCEPTION-LINES.

           IF CHOSEN-FOUND-FLAG = 0 THEN
               DISPLAY "No open exception for " SEEK-FILE-CODE " "
                   SEEK-PLAYER-KEY " on " MERGE-DAY " from "
                   CABINET-ARGUMENT "."
               EXIT PARAGRAPH
           END-IF.

           PERFORM PROMOTE-STAGED-EXCEPTIONS.

      *> the master's own version needs nothing written; any other
      *> becomes the record, dated the day it was made.
           IF CABINET-ARGUMENT NOT = "*MASTER*"
           AND CHOSEN-KIND NOT = "-" THEN
               IF MASTER-FOUND = 0 THEN
                   IF MASTER-COUNT >= 3000 THEN
                       DISPLAY "player_master.dat is full; nothing"
                           " resolved."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO MASTER-COUNT
                   MOVE MASTER-COUNT TO MASTER-FOUND
                   MOVE SEEK-FILE-CODE TO MT-FILE-CODE (MASTER-FOUND)
                   MOVE SEEK-PLAYER-KEY
                       TO MT-PLAYER-KEY (MASTER-FOUND)
               END-IF
               MOVE CHOSEN-KIND TO MT-CHANGE-KIND (MASTER-FOUND)
               MOVE MERGE-DAY TO MT-CHANGE-DATE (MASTER-FOUND)
               MOVE CABINET-ARGUMENT TO MT-CABINET-ID (MASTER-FOUND)
               IF CHOSEN-KIND = "D" THEN
                   MOVE SPACES TO MT-IMAGE (MASTER-FOUND)
               ELSE
                   MOVE CHOSEN-IMAGE TO MT-IMAGE (MASTER-FOUND)
               END-IF
           END-IF.

           ADD 1 TO MASTER-REVISION.
           PERFORM SAVE-MASTER.

           DISPLAY SEEK-FILE-CODE " " SEEK-PLAYER-KEY " on "
               MERGE-DAY " resolved with " CABINET-ARGUMENT "'s"
               " version (" RESOLVED-LINE-COUNT " line(s) closed);"
               " master restaged as revision " MASTER-REVISION ".".

       MARK-EXCEPTION-LINES.
      *> every open line of this conflict closes together; the one
      *> from the chosen cabinet supplies the version.
           MOVE 0 TO CHOSEN-FOUND-FLAG.
           MOVE 0 TO RESOLVED-LINE-COUNT.
           MOVE "./data/player_exceptions.dat.new" TO STAGE-PATH.

           OPEN INPUT EXCEPTION-FILE.

           IF EXCEPTION-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT STAGE-FILE.

           IF STAGE-FILE-STATUS NOT = "00" THEN
               CLOSE EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EXCEPTION-FILE-STATUS NOT = "00"
               READ EXCEPTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PE-DAY = MERGE-DAY
                       AND PE-FILE-CODE = SEEK-FILE-CODE
                       AND PE-PLAYER-KEY = SEEK-PLAYER-KEY
                       AND PE-STATE = "O" THEN
                           MOVE "R" TO PE-STATE
                           ADD 1 TO RESOLVED-LINE-COUNT
                           IF PE-CABINET-ID = CABINET-ARGUMENT
                               MOVE 1 TO CHOSEN-FOUND-FLAG
                               MOVE PE-CHANGE-KIND TO CHOSEN-KIND
                               MOVE PE-IMAGE TO CHOSEN-IMAGE
                           END-IF
                       END-IF
                       MOVE EXCEPTION-RECORD TO STAGE-LINE
                       WRITE STAGE-LINE
               END-READ
           END-PERFORM.

           CLOSE STAGE-FILE.
           CLOSE EXCEPTION-FILE.

           IF CHOSEN-FOUND-FLAG = 0 THEN
               DELETE FILE STAGE-FILE
           END-IF.

       PROMOTE-STAGED-EXCEPTIONS.
           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT EXCEPTION-FILE.

           IF STAGE-FILE-STATUS = "00"
           AND EXCEPTION-FILE-STATUS = "00" THEN
               PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STAGE-LINE TO EXCEPTION-RECORD
                           WRITE EXCEPTION-RECORD
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE EXCEPTION-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.
