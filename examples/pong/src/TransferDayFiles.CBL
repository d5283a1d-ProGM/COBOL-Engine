      *          central collection host (the same host/port columns
      *          game.cfg already carries for network play) and streams
      *          this cabinet's day files -- session stats, the
      *          hi-score journal, the audit trail, coin events,
      *          rally detail, the day-close ledger, the voided-
      *          match register, the balance journal, the player-
      *          change journal, the league results, the
      *          incident book, the version inventory (the build
      *          this cabinet runs and the format version of each
      *          versioned data file) and the cabinet's clock
      *          checks against the central host -- each line
      *          prefixed with the cabinet id, so head office gets
      *          one socket feed instead of six USB sticks.
      *          A night's files are first copied into ./data/outbound
      *          and sent from there, so a transfer the line drops
      *          can be picked up again from the same lines: the
      *          collector acknowledges the line count and check total
      *          (ComputeFeedCheck) it holds every 500 lines and at
      *          the end of each file, and the cabinet keeps what was
      *          acknowledged in ./data/transfer_checkpoint.dat. The
      *          next attempt resumes the unfinished run where the
      *          collector says it stands, ahead of the night's own.
      *          The run is complete only when both ends agree on
      *          every file; anything short of that ends with return
      *          code 4, which the job run log shows as PARTIAL.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DAY-FILE ASSIGN TO DAY-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAY-FILE-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO "./data/transfer_checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
           SELECT INVENTORY-FILE
               ASSIGN TO "./data/version_inventory.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAY-FILE.
       01  DAY-FILE-LINE PIC X(255).

       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           COPY VERSINV.

      *> one line per file of the run: the run it belongs to, the
      *> file's own path, the lines and check total the collector
      *> has acknowledged, and where it stands (P still to send or
      *> part sent, C both ends agree, X they could not agree).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 XC-RUN-ID PIC 9(14).
           05 XC-SEP-1  PIC X(1).
           05 XC-PATH   PIC X(40).
           05 XC-SEP-2  PIC X(1).
           05 XC-LINES  PIC 9(7).
           05 XC-SEP-3  PIC X(1).
           05 XC-CHECK  PIC 9(9).
           05 XC-SEP-4  PIC X(1).
           05 XC-STATE  PIC X(1).

       WORKING-STORAGE SECTION.
       01  DAY-FILE-STATUS PIC X(2).
       01  DAY-FILE-PATH PIC X(40) VALUE SPACES.
       01  INVENTORY-FILE-STATUS PIC X(2).
       01  CHECKPOINT-FILE-STATUS PIC X(2).

       01  BUILD-IDENTITY.
           COPY BUILDID.
       01  FORMAT-FILE-NAMES.
           COPY FMTNAMES.
       01  FORMAT-FILE-NAMES-VIEW REDEFINES FORMAT-FILE-NAMES.
           05 FORMAT-FILE-NAME OCCURS 9 TIMES PIC X(28).
       01  FORMAT-VERSIONS.
           05 FORMAT-VERSION OCCURS 9 TIMES PIC X(1).
       01  FORMAT-IDX PIC 9(2) VALUE 0.

      *> the loader already owns the record layout, the defaulting
      *> rules and the cabinet-id fallback -- reuse it rather than
       01  NET-SOCKET          USAGE BINARY-LONG VALUE -1.
       01  NET-STATUS          USAGE BINARY-LONG VALUE 0.

      *> a line that goes dead without closing must not leave the
      *> cabinet waiting on an acknowledgement all night: a minute
      *> of silence counts as the connection dropping.
       01  RECV-TIMEOUT.
           05 RECV-TIMEOUT-SECS  USAGE BINARY-DOUBLE VALUE 60.
           05 RECV-TIMEOUT-USECS USAGE BINARY-DOUBLE VALUE 0.
       01  RECV-TIMEOUT-LEN USAGE BINARY-LONG VALUE 16.

       01  RECV-LINE-BUFFER PIC X(80) VALUE SPACES.
       01  RECV-LINE-LENGTH PIC 9(3) VALUE 0.
       01  RECV-ONE-BYTE PIC X(1) VALUE SPACE.
       01  RECV-COUNT USAGE BINARY-LONG VALUE 0.
       01  REPLY-WORD PIC X(2) VALUE SPACES.
       01  REPLY-LINES-TOKEN PIC X(7) JUSTIFIED RIGHT VALUE SPACES.
       01  REPLY-LINES REDEFINES REPLY-LINES-TOKEN PIC 9(7).
       01  REPLY-CHECK-TOKEN PIC X(9) JUSTIFIED RIGHT VALUE SPACES.
       01  REPLY-CHECK REDEFINES REPLY-CHECK-TOKEN PIC 9(9).
       01  REPLY-GOOD-FLAG PIC 9(1) VALUE 0.

       01  SEND-BUFFER PIC X(280) VALUE SPACES.
       01  SEND-LENGTH USAGE BINARY-LONG VALUE 0.
       01  LINES-SENT-COUNT PIC 9(7) VALUE 0.

      *> the run in hand, as kept in the checkpoint file.
       01  RUN-ID PIC 9(14) VALUE 0.
       01  RUN-ID-PARTS REDEFINES RUN-ID.
           05 RUN-DATE PIC 9(8).
           05 RUN-TIME PIC 9(6).
       01  RUN-TABLE.
           05 RUN-ENTRY OCCURS 20 TIMES.
               10 RT-PATH  PIC X(40).
               10 RT-LINES PIC 9(7).
               10 RT-CHECK PIC 9(9).
               10 RT-STATE PIC X(1).
       01  RUN-COUNT PIC 9(2) VALUE 0.
       01  RUN-IDX PIC 9(2) VALUE 0.
       01  CHECKPOINT-IDX PIC 9(2) VALUE 0.
       01  RUN-OPEN-COUNT PIC 9(2) VALUE 0.
       01  RUN-AGREED-COUNT PIC 9(2) VALUE 0.
       01  RUN-RESULT PIC X(8) VALUE SPACES.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.

      *> where the file in hand stands: lines and check total so
      *> far, and how often the collector is asked to agree.
       01  FILE-LINES PIC 9(7) VALUE 0.
       01  FILE-CHECK PIC 9(9) VALUE 0.
       01  FILE-STOPPED-FLAG PIC 9(1) VALUE 0.
       01  SKIP-COUNT PIC 9(7) VALUE 0.
       01  ACK-EVERY-LINES PIC 9(4) VALUE 500.
       01  ACK-QUOTIENT PIC 9(7) VALUE 0.
       01  ACK-REMAINDER PIC 9(4) VALUE 0.
       01  CHECK-LINE PIC X(270) VALUE SPACES.
       01  MARK-WORD PIC X(2) VALUE SPACES.

       01  OUTBOUND-DIR-Z PIC X(16) VALUE SPACES.
       01  DIR-MADE-STATUS USAGE BINARY-LONG VALUE 0.
       01  SHELL-COMMAND-Z PIC X(120) VALUE SPACES.
       01  SYSTEM-STATUS USAGE BINARY-LONG VALUE 0.

       01  DAY-FILE-TABLE.
           05 DAY-FILE-NAME OCCURS 20 TIMES PIC X(40).
       01  DAY-FILE-IDX PIC 9(2) VALUE 0.
       01  DAY-FILE-COUNT PIC 9(2) VALUE 14.

      *> the local replay catalog, scanned for the cabinet's best
      *> archived rally (most frames) so the nightly feed can
               STOP RUN
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

      *> an unfinished run goes first, from its own snapshot; only
      *> with nothing left owing is tonight's run put together.
           PERFORM LOAD-CHECKPOINT.

           IF RUN-OPEN-COUNT = 0 THEN
               PERFORM START-NEW-RUN
           ELSE
               DISPLAY "Resuming run " RUN-ID ": " RUN-OPEN-COUNT
                   " files still to agree."
           END-IF.

           PERFORM CONNECT-TO-COLLECTOR.

           IF NET-SOCKET < 0 THEN
               DISPLAY "Could not reach collection host "
                   GAME-NETWORK-HOST "; run " RUN-ID
                   " waits for the next attempt."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SEND-RUN.

      *> the resumed run was an earlier night's: tonight's files
      *> still owe their own run.
           IF RUN-RESULT = "COMPLETE"
           AND RUN-DATE < TODAY-YMD
           AND NET-STATUS >= 0 THEN
               PERFORM START-NEW-RUN
               PERFORM SEND-RUN
           END-IF.

           CALL "close" USING
               BY VALUE NET-SOCKET
           END-CALL.

           IF NET-STATUS < 0 THEN
               DISPLAY "Transfer broke off after "
                   LINES-SENT-COUNT " lines; feed is incomplete."
           ELSE
               DISPLAY "Sent " LINES-SENT-COUNT " lines to "
                   GAME-NETWORK-HOST " as " GAME-CABINET-ID "."
           END-IF.

           IF RUN-RESULT = "COMPLETE" THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-CHECKPOINT.
           MOVE 0 TO RUN-COUNT.
           MOVE 0 TO RUN-OPEN-COUNT.
           MOVE 0 TO RUN-ID.

           OPEN INPUT CHECKPOINT-FILE.

           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CHECKPOINT-FILE-STATUS NOT = "00"
           OR RUN-COUNT >= 20
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XC-RUN-ID NUMERIC
                       AND XC-LINES NUMERIC
                       AND XC-CHECK NUMERIC
                       AND XC-PATH NOT = SPACES THEN
                           ADD 1 TO RUN-COUNT
                           MOVE XC-RUN-ID TO RUN-ID
                           MOVE XC-PATH TO RT-PATH (RUN-COUNT)
                           MOVE XC-LINES TO RT-LINES (RUN-COUNT)
                           MOVE XC-CHECK TO RT-CHECK (RUN-COUNT)
                           MOVE XC-STATE TO RT-STATE (RUN-COUNT)
                           IF XC-STATE = "P" THEN
                               ADD 1 TO RUN-OPEN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHECKPOINT-FILE.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.

           IF CHECKPOINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "transfer checkpoint unwritable (status "
                   CHECKPOINT-FILE-STATUS "); a break would resend."
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING CHECKPOINT-IDX FROM 1 BY 1
               UNTIL CHECKPOINT-IDX > RUN-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE RUN-ID TO XC-RUN-ID
               MOVE RT-PATH (CHECKPOINT-IDX) TO XC-PATH
               MOVE RT-LINES (CHECKPOINT-IDX) TO XC-LINES
               MOVE RT-CHECK (CHECKPOINT-IDX) TO XC-CHECK
               MOVE RT-STATE (CHECKPOINT-IDX) TO XC-STATE
               WRITE CHECKPOINT-RECORD
           END-PERFORM.

           CLOSE CHECKPOINT-FILE.

       START-NEW-RUN.
           ACCEPT NOW-TIME-RAW FROM TIME.
           MOVE TODAY-YMD TO RUN-DATE.
           COMPUTE RUN-TIME = NOW-TIME-RAW / 100.

           MOVE "./data/stats.dat" TO DAY-FILE-NAME (1).
           MOVE "./data/hiscore_journal.dat" TO DAY-FILE-NAME (2).
           MOVE "./data/session_audit.log" TO DAY-FILE-NAME (3).
      *> spent code fleet-wide before it tries a second cabinet.
           MOVE "./data/voucher_redemptions.dat"
               TO DAY-FILE-NAME (6).
      *> the day-close ledger tells head office which cabinets
      *> actually closed the day and what imbalances they found.
           MOVE "./data/day_ledger.dat" TO DAY-FILE-NAME (7).
      *> the voids register keeps a voided match's score off the
      *> fleet board as it came off the house one.
           MOVE "./data/voided_matches.dat" TO DAY-FILE-NAME (8).
      *> player-keyed changes go home for the central player master
      *> that lets a regular's balance and standing follow them to
      *> any cabinet; the balance journal rides along as the money
      *> trail behind the balances.
           MOVE "./data/player_changes.dat" TO DAY-FILE-NAME (9).
           MOVE "./data/balance_journal.dat" TO DAY-FILE-NAME (10).
      *> league matches from fixture nights, for the settlement.
           MOVE "./data/league_results.dat" TO DAY-FILE-NAME (11).
      *> the incident book, so head office can raise work orders
      *> against what went wrong and see what was fixed.
           MOVE "./data/incidents.dat" TO DAY-FILE-NAME (12).
      *> what build and data formats this cabinet is on, written
      *> fresh tonight, for the head-office version inventory.
           PERFORM WRITE-VERSION-INVENTORY.
           MOVE "./data/version_inventory.dat" TO DAY-FILE-NAME (13).
      *> how far the clock stood from the central host at each boot,
      *> so head office can tell which day files it misstamped.
           MOVE "./data/clock_offset.dat" TO DAY-FILE-NAME (14).
           MOVE 14 TO DAY-FILE-COUNT.

           PERFORM ADD-BEST-RALLY-FILES.

           PERFORM TAKE-OUTBOUND-SNAPSHOT.
           PERFORM WRITE-CHECKPOINT.

       TAKE-OUTBOUND-SNAPSHOT.
      *> the day files keep growing (and the logs roll at boot), so
      *> a resumed run must read the very lines the broken one did:
      *> tonight's copies are what gets sent, whenever that is.
           MOVE SPACES TO OUTBOUND-DIR-Z.
           STRING "./data/outbound" X"00" DELIMITED BY SIZE
               INTO OUTBOUND-DIR-Z
           END-STRING.
           CALL "mkdir" USING
               BY REFERENCE OUTBOUND-DIR-Z
               BY VALUE 493
               RETURNING DIR-MADE-STATUS
           END-CALL.

           MOVE SPACES TO SHELL-COMMAND-Z.
           STRING "rm -f ./data/outbound/*" X"00"
               DELIMITED BY SIZE INTO SHELL-COMMAND-Z
           END-STRING.
           CALL "system" USING
               BY REFERENCE SHELL-COMMAND-Z
               RETURNING SYSTEM-STATUS
           END-CALL.

           MOVE 0 TO RUN-COUNT.
           PERFORM VARYING DAY-FILE-IDX FROM 1 BY 1
               UNTIL DAY-FILE-IDX > DAY-FILE-COUNT
               PERFORM SNAPSHOT-ONE-FILE
           END-PERFORM.

       SNAPSHOT-ONE-FILE.
      *> a cabinet that took no coins today simply has no coin file;
      *> the copy fails and the file stays out of the run.
           MOVE SPACES TO SHELL-COMMAND-Z.
           STRING "cp " DELIMITED BY SIZE
               DAY-FILE-NAME (DAY-FILE-IDX) DELIMITED BY SPACE
               " ./data/outbound/" DELIMITED BY SIZE
               DAY-FILE-NAME (DAY-FILE-IDX) (8:) DELIMITED BY SPACE
               " 2>/dev/null" X"00" DELIMITED BY SIZE
               INTO SHELL-COMMAND-Z
           END-STRING.
           CALL "system" USING
               BY REFERENCE SHELL-COMMAND-Z
               RETURNING SYSTEM-STATUS
           END-CALL.

           IF SYSTEM-STATUS NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RUN-COUNT.
           MOVE DAY-FILE-NAME (DAY-FILE-IDX) TO RT-PATH (RUN-COUNT).
           MOVE 0 TO RT-LINES (RUN-COUNT).
           MOVE 0 TO RT-CHECK (RUN-COUNT).
           MOVE "P" TO RT-STATE (RUN-COUNT).

       SEND-RUN.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               OR NET-STATUS < 0
               IF RT-STATE (RUN-IDX) = "P" THEN
                   PERFORM SEND-ONE-DAY-FILE
               END-IF
           END-PERFORM.

           MOVE 0 TO RUN-AGREED-COUNT.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RT-STATE (RUN-IDX) = "C" THEN
                   ADD 1 TO RUN-AGREED-COUNT
               END-IF
           END-PERFORM.

           IF RUN-AGREED-COUNT = RUN-COUNT THEN
               MOVE "COMPLETE" TO RUN-RESULT
           ELSE
               MOVE "PARTIAL" TO RUN-RESULT
           END-IF.

      *> the collector files the run's outcome with its receipt.
           IF NET-STATUS >= 0 THEN
               MOVE SPACES TO SEND-BUFFER
               STRING "=! " GAME-CABINET-ID " " RUN-ID " "
                   RUN-RESULT
                   DELIMITED BY SIZE
                   INTO SEND-BUFFER
               END-STRING
               PERFORM SEND-BUFFER-LINE
           END-IF.

           DISPLAY "Run " RUN-ID ": " RUN-AGREED-COUNT " of "
               RUN-COUNT " files agreed with the collector -- "
               RUN-RESULT.

       ADD-BEST-RALLY-FILES.
      *> the catalog plus the best local rally's frame file ride
               INTO DAY-FILE-NAME (DAY-FILE-COUNT)
           END-STRING.

       WRITE-VERSION-INVENTORY.
           CALL "ReadFormatVersions" USING
               BY REFERENCE FORMAT-VERSIONS
           END-CALL.

           OPEN OUTPUT INVENTORY-FILE.

           IF INVENTORY-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO INVENTORY-RECORD.
           MOVE "BUILD" TO VI-KIND.
           MOVE "program" TO VI-NAME.
           MOVE CABINET-BUILD-ID TO VI-VALUE.
           WRITE INVENTORY-RECORD.

           PERFORM VARYING FORMAT-IDX FROM 1 BY 1
               UNTIL FORMAT-IDX > 9
               MOVE SPACES TO INVENTORY-RECORD
               MOVE "FORMAT" TO VI-KIND
               MOVE FORMAT-FILE-NAME (FORMAT-IDX) TO VI-NAME
               MOVE FORMAT-VERSION (FORMAT-IDX) TO VI-VALUE
               WRITE INVENTORY-RECORD
           END-PERFORM.

           CLOSE INVENTORY-FILE.

       CONNECT-TO-COLLECTOR.
           CALL "socket" USING
               BY VALUE 2
                   BY VALUE NET-SOCKET
               END-CALL
               MOVE -1 TO NET-SOCKET
               EXIT PARAGRAPH
           END-IF.

           CALL "setsockopt" USING
               BY VALUE NET-SOCKET
               BY VALUE 1
               BY VALUE 20
               BY REFERENCE RECV-TIMEOUT
               BY VALUE RECV-TIMEOUT-LEN
           END-CALL.
           CALL "setsockopt" USING
               BY VALUE NET-SOCKET
               BY VALUE 1
               BY VALUE 21
               BY REFERENCE RECV-TIMEOUT
               BY VALUE RECV-TIMEOUT-LEN
           END-CALL.

       SEND-ONE-DAY-FILE.
           MOVE SPACES TO DAY-FILE-PATH.
           STRING "./data/outbound/" DELIMITED BY SIZE
               RT-PATH (RUN-IDX) (8:) DELIMITED BY SPACE
               INTO DAY-FILE-PATH
           END-STRING.

           OPEN INPUT DAY-FILE.

           IF DAY-FILE-STATUS NOT = "00" THEN
      *> the snapshot went missing under the run; nothing to agree.
               MOVE "X" TO RT-STATE (RUN-IDX)
               PERFORM WRITE-CHECKPOINT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FILE-LINES.
           MOVE 0 TO FILE-CHECK.
           MOVE 0 TO FILE-STOPPED-FLAG.

      *> the header names the run; the collector answers with the
      *> lines and check total it already holds of this file for
      *> it, which is where sending picks up.
           MOVE SPACES TO SEND-BUFFER.
           STRING "== " GAME-CABINET-ID " " RT-PATH (RUN-IDX) " "
               RUN-ID
               DELIMITED BY SIZE
               INTO SEND-BUFFER
           END-STRING.
           PERFORM SEND-BUFFER-LINE.

           IF NET-STATUS >= 0 THEN
               PERFORM RECV-REPLY
           END-IF.

           IF NET-STATUS < 0 THEN
               CLOSE DAY-FILE
               EXIT PARAGRAPH
           END-IF.

           IF REPLY-WORD NOT = "AT" OR REPLY-GOOD-FLAG = 0
           OR REPLY-LINES < RT-LINES (RUN-IDX) THEN
               PERFORM STOP-DISAGREED-FILE
               CLOSE DAY-FILE
               EXIT PARAGRAPH
           END-IF.

           IF REPLY-LINES > 0 THEN
               MOVE REPLY-LINES TO SKIP-COUNT
               PERFORM SKIP-HELD-LINES
               IF FILE-LINES NOT = REPLY-LINES
               OR FILE-CHECK NOT = REPLY-CHECK THEN
                   PERFORM STOP-DISAGREED-FILE
                   CLOSE DAY-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE FILE-LINES TO RT-LINES (RUN-IDX)
               MOVE FILE-CHECK TO RT-CHECK (RUN-IDX)
               PERFORM WRITE-CHECKPOINT
           END-IF.

           PERFORM UNTIL DAY-FILE-STATUS NOT = "00"
           OR NET-STATUS < 0
           OR FILE-STOPPED-FLAG = 1
               READ DAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SEND-ONE-FILE-LINE
               END-READ
           END-PERFORM.

           IF NET-STATUS >= 0 AND FILE-STOPPED-FLAG = 0 THEN
               MOVE "=." TO MARK-WORD
               PERFORM ASK-COLLECTOR-TO-AGREE
           END-IF.

           CLOSE DAY-FILE.

       SEND-ONE-FILE-LINE.
           MOVE SPACES TO SEND-BUFFER.
           STRING GAME-CABINET-ID " " DAY-FILE-LINE
               DELIMITED BY SIZE
               INTO SEND-BUFFER
           END-STRING.
           PERFORM SEND-BUFFER-LINE.

           IF NET-STATUS < 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FOLD-FILE-LINE.

           DIVIDE FILE-LINES BY ACK-EVERY-LINES
               GIVING ACK-QUOTIENT REMAINDER ACK-REMAINDER.
           IF ACK-REMAINDER = 0 THEN
               MOVE "=+" TO MARK-WORD
               PERFORM ASK-COLLECTOR-TO-AGREE
           END-IF.

       SKIP-HELD-LINES.
      *> read past what the collector already holds, totting it up
      *> the same way, so the resumed run proves they are the same
      *> lines before adding to them.
           PERFORM UNTIL FILE-LINES >= SKIP-COUNT
           OR DAY-FILE-STATUS NOT = "00"
               READ DAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FOLD-FILE-LINE
               END-READ
           END-PERFORM.

       FOLD-FILE-LINE.
           MOVE DAY-FILE-LINE TO CHECK-LINE.
           CALL "ComputeFeedCheck" USING
               BY REFERENCE FILE-CHECK
               BY REFERENCE CHECK-LINE
           END-CALL.
           ADD 1 TO FILE-LINES.

       ASK-COLLECTOR-TO-AGREE.
      *> =+ is a checkpoint along the way, =. the end of the file;
      *> the collector answers OK with its own count and total.
           MOVE SPACES TO SEND-BUFFER.
           STRING MARK-WORD " " GAME-CABINET-ID " " RT-PATH (RUN-IDX)
               " " FILE-LINES " " FILE-CHECK
               DELIMITED BY SIZE
               INTO SEND-BUFFER
           END-STRING.
           PERFORM SEND-BUFFER-LINE.

           IF NET-STATUS >= 0 THEN
               PERFORM RECV-REPLY
           END-IF.

           IF NET-STATUS < 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF REPLY-WORD NOT = "OK" OR REPLY-GOOD-FLAG = 0
           OR REPLY-LINES NOT = FILE-LINES
           OR REPLY-CHECK NOT = FILE-CHECK THEN
               PERFORM STOP-DISAGREED-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE FILE-LINES TO RT-LINES (RUN-IDX).
           MOVE FILE-CHECK TO RT-CHECK (RUN-IDX).
           IF MARK-WORD = "=." THEN
               MOVE "C" TO RT-STATE (RUN-IDX)
           END-IF.
           PERFORM WRITE-CHECKPOINT.

       STOP-DISAGREED-FILE.
           DISPLAY "Collector disagrees on " RT-PATH (RUN-IDX)
               ": sent " FILE-LINES " lines, check " FILE-CHECK
               "; collector has " RECV-LINE-BUFFER (1:30).
           MOVE "X" TO RT-STATE (RUN-IDX).
           MOVE 1 TO FILE-STOPPED-FLAG.
           PERFORM WRITE-CHECKPOINT.

       RECV-REPLY.
           MOVE SPACES TO RECV-LINE-BUFFER.
           MOVE 0 TO RECV-LINE-LENGTH.
           MOVE 0 TO REPLY-GOOD-FLAG.

           PERFORM UNTIL NET-STATUS < 0
               CALL "recv" USING
                   BY VALUE NET-SOCKET
                   BY REFERENCE RECV-ONE-BYTE
                   BY VALUE 1
                   BY VALUE 0
                   RETURNING RECV-COUNT
               END-CALL
               IF RECV-COUNT <= 0 THEN
                   MOVE -1 TO NET-STATUS
               ELSE
                   IF RECV-ONE-BYTE = X"0A" THEN
                       EXIT PERFORM
                   END-IF
                   IF RECV-LINE-LENGTH < 80 THEN
                       ADD 1 TO RECV-LINE-LENGTH
                       MOVE RECV-ONE-BYTE TO
                           RECV-LINE-BUFFER (RECV-LINE-LENGTH:1)
                   END-IF
               END-IF
           END-PERFORM.

           IF NET-STATUS < 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPLY-WORD.
           MOVE SPACES TO REPLY-LINES-TOKEN.
           MOVE SPACES TO REPLY-CHECK-TOKEN.
           UNSTRING RECV-LINE-BUFFER DELIMITED BY ALL SPACE
               INTO REPLY-WORD REPLY-LINES-TOKEN REPLY-CHECK-TOKEN
           END-UNSTRING.
           INSPECT REPLY-LINES-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT REPLY-CHECK-TOKEN REPLACING LEADING SPACE BY "0".

           IF REPLY-LINES NUMERIC AND REPLY-CHECK NUMERIC THEN
               MOVE 1 TO REPLY-GOOD-FLAG
           END-IF.

       SEND-BUFFER-LINE.
      *> trailing spaces add nothing downstream; send up to the last
      *> non-blank character plus a newline.
           ADD 1 TO SEND-LENGTH.
           MOVE X"0A" TO SEND-BUFFER (SEND-LENGTH:1).

      *> MSG_NOSIGNAL: a line already dropped answers with an error
      *> to report, not a signal that ends the run unrecorded.
           CALL "send" USING
               BY VALUE NET-SOCKET
               BY REFERENCE SEND-BUFFER
               BY VALUE SEND-LENGTH
               BY VALUE 16384
               RETURNING NET-STATUS
           END-CALL.

