      *          which machines actually reported last night. Replaces
      *          the netcat pipe somebody had to cut apart by hand
      *          every morning. Runs until killed.
      *          A header that names its run ("== <cab> <path> <run>")
      *          files under the run's own date and is answered with
      *          the lines and check total (ComputeFeedCheck) already
      *          held of that file for that run, kept per cabinet and
      *          file in transfer_state.dat beside the collected files,
      *          so a broken transfer picks up where it stood; "=+" and
      *          "=." marks are answered the same way, and the "=!"
      *          line closing a run puts COMPLETE or PARTIAL on the
      *          cabinet's receipt.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RECEIPT-FILE ASSIGN TO RECEIPT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS.
           SELECT STATE-FILE ASSIGN TO STATE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-LINE PIC X(80).

      *> what is held of each cabinet's file for its latest run.
       FD  STATE-FILE.
       01  STATE-RECORD.
           05 TS-CABINET  PIC X(8).
           05 TS-SEP-1    PIC X(1).
           05 TS-BASENAME PIC X(40).
           05 TS-SEP-2    PIC X(1).
           05 TS-RUN-ID   PIC 9(14).
           05 TS-SEP-3    PIC X(1).
           05 TS-LINES    PIC 9(7).
           05 TS-SEP-4    PIC X(1).
           05 TS-CHECK    PIC 9(9).

       WORKING-STORAGE SECTION.
       01  PERCAB-FILE-STATUS PIC X(2).
       01  FLEET-FILE-STATUS PIC X(2).
       01  RECEIPT-FILE-STATUS PIC X(2).
       01  STATE-FILE-STATUS PIC X(2).

       01  PERCAB-FILE-PATH PIC X(80) VALUE SPACES.
       01  FLEET-FILE-PATH PIC X(80) VALUE SPACES.
       01  RECEIPT-FILE-PATH PIC X(80) VALUE SPACES.
       01  STATE-FILE-PATH PIC X(80) VALUE SPACES.

       01  GAME.
           COPY GAMEFLDS.
       01  LINE-CABINET PIC X(8) VALUE SPACES.
       01  LINE-PAYLOAD PIC X(270) VALUE SPACES.

      *> the run the current file belongs to, when the cabinet says.
       01  HEADER-RUN-TOKEN PIC X(14) VALUE SPACES.
       01  HEADER-RUN-ID REDEFINES HEADER-RUN-TOKEN PIC 9(14).
       01  HEADER-RESULT PIC X(8) VALUE SPACES.
       01  CONN-RUN-ID PIC 9(14) VALUE 0.
       01  CONN-RUN-PARTS REDEFINES CONN-RUN-ID.
           05 CONN-RUN-DATE PIC 9(8).
           05 CONN-RUN-TIME PIC 9(6).
       01  CONN-RUN-RESULT PIC X(8) VALUE SPACES.
       01  RECEIPT-OWED-FLAG PIC 9(1) VALUE 0.

      *> transfer state of the collection directory last touched,
      *> one entry per cabinet and file.
       01  STATE-DIR-PATH PIC X(40) VALUE SPACES.
       01  STATE-TABLE.
           05 STATE-ENTRY OCCURS 200 TIMES.
               10 ST-CABINET  PIC X(8).
               10 ST-BASENAME PIC X(40).
               10 ST-RUN-ID   PIC 9(14).
               10 ST-LINES    PIC 9(7).
               10 ST-CHECK    PIC 9(9).
       01  STATE-COUNT PIC 9(3) VALUE 0.
       01  STATE-IDX PIC 9(3) VALUE 0.
       01  CURRENT-STATE-IDX PIC 9(3) VALUE 0.
       01  CHECK-LINE PIC X(270) VALUE SPACES.
       01  REPLY-BUFFER PIC X(21) VALUE SPACES.
       01  REPLY-WORD PIC X(2) VALUE SPACES.

       01  COLLECT-DATE PIC 9(8) VALUE 0.
       01  COLLECT-DIR-PATH PIC X(40) VALUE SPACES.
       01  COLLECT-DIR-Z PIC X(41) VALUE SPACES.
       01  DIR-MADE-STATUS USAGE BINARY-LONG VALUE 0.
      *> each connection's lines land under the day they arrived --
      *> a nightly feed that slips past midnight still files as one
      *> run under one date.
      *> -- unless the cabinet names its run, which then files
      *> under the run's date however many nights it takes.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           MOVE NOW-DATE TO COLLECT-DATE.
           PERFORM MAKE-COLLECT-DIR.

           MOVE 0 TO CONN-ENDED-FLAG.
           MOVE 0 TO CONN-LINE-COUNT.
           MOVE 0 TO CONN-FILE-COUNT.
           MOVE 0 TO CONN-RUN-ID.
           MOVE SPACES TO CONN-RUN-RESULT.
           MOVE 0 TO RECEIPT-OWED-FLAG.
           MOVE 0 TO CURRENT-STATE-IDX.
           MOVE SPACES TO CURRENT-CABINET.
           MOVE SPACES TO CURRENT-BASENAME.

           END-PERFORM.

           PERFORM CLOSE-ROUTED-FILES.
           PERFORM SAVE-TRANSFER-STATE.

      *> a run the line dropped before its closing mark is partial.
           IF CONN-RUN-ID > 0 AND CONN-RUN-RESULT = SPACES THEN
               MOVE "PARTIAL" TO CONN-RUN-RESULT
           END-IF.
           IF RECEIPT-OWED-FLAG = 1 THEN
               PERFORM APPEND-RECEIPT
           END-IF.

           CALL "close" USING
               BY VALUE CONN-SOCKET

       MAKE-COLLECT-DIR.
           MOVE SPACES TO COLLECT-DIR-PATH.
           STRING "./data/collected_" COLLECT-DATE
               DELIMITED BY SIZE
               INTO COLLECT-DIR-PATH
           END-STRING.
               EXIT PARAGRAPH
           END-IF.

           IF RECV-LINE-BUFFER (1:3) = "=+ "
           OR RECV-LINE-BUFFER (1:3) = "=. " THEN
               PERFORM ACKNOWLEDGE-HELD-LINES
               EXIT PARAGRAPH
           END-IF.

           IF RECV-LINE-BUFFER (1:3) = "=! " THEN
               PERFORM CLOSE-TRANSFER-RUN
               EXIT PARAGRAPH
           END-IF.

           IF FILES-OPEN-FLAG = 0 THEN
      *> data before any header has nowhere sensible to go; a feed
      *> from an older cabinet build is noticed, not lost silently.

           ADD 1 TO CONN-LINE-COUNT.

           IF CURRENT-STATE-IDX > 0 THEN
               MOVE LINE-PAYLOAD TO CHECK-LINE
               CALL "ComputeFeedCheck" USING
                   BY REFERENCE ST-CHECK (CURRENT-STATE-IDX)
                   BY REFERENCE CHECK-LINE
               END-CALL
               ADD 1 TO ST-LINES (CURRENT-STATE-IDX)
           END-IF.

       SWITCH-ROUTED-FILE.
           PERFORM CLOSE-ROUTED-FILES.

           MOVE 0 TO CURRENT-STATE-IDX.
           MOVE SPACES TO HEADER-MARK.
           MOVE SPACES TO HEADER-CABINET.
           MOVE SPACES TO HEADER-PATH.
           MOVE SPACES TO HEADER-RUN-TOKEN.
           UNSTRING RECV-LINE-BUFFER DELIMITED BY ALL SPACE
               INTO HEADER-MARK HEADER-CABINET HEADER-PATH
                   HEADER-RUN-TOKEN
           END-UNSTRING.

           IF HEADER-CABINET = SPACES OR HEADER-PATH = SPACES THEN
           END-IF.

           MOVE HEADER-CABINET TO CURRENT-CABINET.
           MOVE 1 TO RECEIPT-OWED-FLAG.

      *> "./data/stats.dat" routes by its base name; the sender's
      *> directory layout is its own business.
               END-IF
           END-IF.

      *> the run's date picks the directory its files gather in.
           IF HEADER-RUN-TOKEN NUMERIC AND HEADER-RUN-ID > 0 THEN
               MOVE HEADER-RUN-ID TO CONN-RUN-ID
               IF CONN-RUN-DATE NOT = COLLECT-DATE THEN
                   MOVE CONN-RUN-DATE TO COLLECT-DATE
                   PERFORM MAKE-COLLECT-DIR
               END-IF
           END-IF.

           PERFORM SWITCH-ROUTED-PATHS.
           PERFORM OPEN-ROUTED-FILES.

           IF FILES-OPEN-FLAG = 1 THEN
               ADD 1 TO CONN-FILE-COUNT
           END-IF.

      *> a header without a run is an older cabinet build: filed as
      *> before, nothing to answer.
           IF HEADER-RUN-TOKEN NOT NUMERIC OR HEADER-RUN-ID = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-TRANSFER-STATE.

           MOVE "AT" TO REPLY-WORD.
           PERFORM SEND-HELD-REPLY.

       OPEN-ROUTED-FILES.
           OPEN EXTEND PERCAB-FILE.
           IF PERCAB-FILE-STATUS = "05"
           OR PERCAB-FILE-STATUS = "35" THEN
           IF PERCAB-FILE-STATUS = "00"
           AND FLEET-FILE-STATUS = "00" THEN
               MOVE 1 TO FILES-OPEN-FLAG
           ELSE
               DISPLAY "Could not open collection files for "
                   CURRENT-CABINET " " CURRENT-BASENAME "."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO RECEIPT-OWED-FLAG.

           MOVE SPACES TO RECEIPT-FILE-PATH.
           STRING COLLECT-DIR-PATH DELIMITED BY SPACE
               "/receipts.dat" DELIMITED BY SIZE
               " lines " CONN-LINE-COUNT
               DELIMITED BY SIZE INTO RECEIPT-LINE
           END-STRING.
           IF CONN-RUN-ID > 0 THEN
               MOVE " run " TO RECEIPT-LINE (48:5)
               MOVE CONN-RUN-DATE TO RECEIPT-LINE (53:8)
               MOVE CONN-RUN-RESULT TO RECEIPT-LINE (62:8)
           END-IF.
           WRITE RECEIPT-LINE.

           CLOSE RECEIPT-FILE.

           DISPLAY "Receipt: " CURRENT-CABINET " sent "
               CONN-LINE-COUNT " lines in " CONN-FILE-COUNT
               " files " CONN-RUN-RESULT.

       ACKNOWLEDGE-HELD-LINES.
      *> the cabinet is asking where this file stands; what has
      *> been written is put on disk before it is vouched for.
           IF CURRENT-STATE-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM CLOSE-ROUTED-FILES.
           PERFORM OPEN-ROUTED-FILES.
           PERFORM SAVE-TRANSFER-STATE.

           MOVE "OK" TO REPLY-WORD.
           PERFORM SEND-HELD-REPLY.

       CLOSE-TRANSFER-RUN.
           MOVE SPACES TO HEADER-MARK.
           MOVE SPACES TO HEADER-CABINET.
           MOVE SPACES TO HEADER-RUN-TOKEN.
           MOVE SPACES TO HEADER-RESULT.
           UNSTRING RECV-LINE-BUFFER DELIMITED BY ALL SPACE
               INTO HEADER-MARK HEADER-CABINET HEADER-RUN-TOKEN
                   HEADER-RESULT
           END-UNSTRING.

           IF HEADER-RUN-TOKEN NUMERIC AND HEADER-RUN-ID > 0 THEN
               MOVE HEADER-RUN-ID TO CONN-RUN-ID
           END-IF.
           MOVE HEADER-RESULT TO CONN-RUN-RESULT.

           PERFORM CLOSE-ROUTED-FILES.
           PERFORM SAVE-TRANSFER-STATE.
           PERFORM APPEND-RECEIPT.

      *> a cabinet may follow an earlier night's run with tonight's
      *> on the same connection; that one gets a receipt of its own.
           MOVE 0 TO CONN-LINE-COUNT.
           MOVE 0 TO CONN-FILE-COUNT.
           MOVE 0 TO CONN-RUN-ID.
           MOVE SPACES TO CONN-RUN-RESULT.
           MOVE 0 TO CURRENT-STATE-IDX.

       FIND-TRANSFER-STATE.
           IF COLLECT-DIR-PATH NOT = STATE-DIR-PATH THEN
               PERFORM SAVE-TRANSFER-STATE
               PERFORM LOAD-TRANSFER-STATE
           END-IF.

           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               IF ST-CABINET (STATE-IDX) = CURRENT-CABINET
               AND ST-BASENAME (STATE-IDX) = CURRENT-BASENAME THEN
                   MOVE STATE-IDX TO CURRENT-STATE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF CURRENT-STATE-IDX = 0 THEN
               IF STATE-COUNT >= 200 THEN
                   DISPLAY "Transfer state full; "
                       CURRENT-CABINET " " CURRENT-BASENAME
                       " not tracked."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO STATE-COUNT
               MOVE STATE-COUNT TO CURRENT-STATE-IDX
               MOVE CURRENT-CABINET TO ST-CABINET (STATE-COUNT)
               MOVE CURRENT-BASENAME TO ST-BASENAME (STATE-COUNT)
               MOVE 0 TO ST-RUN-ID (STATE-COUNT)
           END-IF.

      *> a fresh run of the same file counts from nothing again.
           IF ST-RUN-ID (CURRENT-STATE-IDX) NOT = CONN-RUN-ID THEN
               MOVE CONN-RUN-ID TO ST-RUN-ID (CURRENT-STATE-IDX)
               MOVE 0 TO ST-LINES (CURRENT-STATE-IDX)
               MOVE 0 TO ST-CHECK (CURRENT-STATE-IDX)
           END-IF.

       SWITCH-ROUTED-PATHS.
           MOVE SPACES TO PERCAB-FILE-PATH.
           STRING COLLECT-DIR-PATH DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               CURRENT-CABINET DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               CURRENT-BASENAME DELIMITED BY SPACE
               INTO PERCAB-FILE-PATH
           END-STRING.

           MOVE SPACES TO FLEET-FILE-PATH.
           STRING COLLECT-DIR-PATH DELIMITED BY SPACE
               "/fleet_" DELIMITED BY SIZE
               CURRENT-BASENAME DELIMITED BY SPACE
               INTO FLEET-FILE-PATH
           END-STRING.

       LOAD-TRANSFER-STATE.
           MOVE 0 TO STATE-COUNT.
           MOVE COLLECT-DIR-PATH TO STATE-DIR-PATH.

           MOVE SPACES TO STATE-FILE-PATH.
           STRING STATE-DIR-PATH DELIMITED BY SPACE
               "/transfer_state.dat" DELIMITED BY SIZE
               INTO STATE-FILE-PATH
           END-STRING.

           OPEN INPUT STATE-FILE.

           IF STATE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL STATE-FILE-STATUS NOT = "00"
           OR STATE-COUNT >= 200
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TS-RUN-ID NUMERIC
                       AND TS-LINES NUMERIC
                       AND TS-CHECK NUMERIC THEN
                           ADD 1 TO STATE-COUNT
                           MOVE TS-CABINET TO ST-CABINET (STATE-COUNT)
                           MOVE TS-BASENAME
                               TO ST-BASENAME (STATE-COUNT)
                           MOVE TS-RUN-ID TO ST-RUN-ID (STATE-COUNT)
                           MOVE TS-LINES TO ST-LINES (STATE-COUNT)
                           MOVE TS-CHECK TO ST-CHECK (STATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STATE-FILE.

       SAVE-TRANSFER-STATE.
           IF STATE-DIR-PATH = SPACES OR STATE-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO STATE-FILE-PATH.
           STRING STATE-DIR-PATH DELIMITED BY SPACE
               "/transfer_state.dat" DELIMITED BY SIZE
               INTO STATE-FILE-PATH
           END-STRING.

           OPEN OUTPUT STATE-FILE.

           IF STATE-FILE-STATUS NOT = "00" THEN
               DISPLAY "Could not write " STATE-FILE-PATH
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               MOVE SPACES TO STATE-RECORD
               MOVE ST-CABINET (STATE-IDX) TO TS-CABINET
               MOVE ST-BASENAME (STATE-IDX) TO TS-BASENAME
               MOVE ST-RUN-ID (STATE-IDX) TO TS-RUN-ID
               MOVE ST-LINES (STATE-IDX) TO TS-LINES
               MOVE ST-CHECK (STATE-IDX) TO TS-CHECK
               WRITE STATE-RECORD
           END-PERFORM.

           CLOSE STATE-FILE.

       SEND-HELD-REPLY.
      *> "AT" or "OK", the lines held and their check total.
           IF CURRENT-STATE-IDX = 0 THEN
               MOVE SPACES TO REPLY-BUFFER
               STRING REPLY-WORD " 0000000 000000000" X"0A"
                   DELIMITED BY SIZE INTO REPLY-BUFFER
               END-STRING
           ELSE
               MOVE SPACES TO REPLY-BUFFER
               STRING REPLY-WORD " " ST-LINES (CURRENT-STATE-IDX) " "
                   ST-CHECK (CURRENT-STATE-IDX) X"0A"
                   DELIMITED BY SIZE INTO REPLY-BUFFER
               END-STRING
           END-IF.

           CALL "send" USING
               BY VALUE CONN-SOCKET
               BY REFERENCE REPLY-BUFFER
               BY VALUE 21
               BY VALUE 16384
               RETURNING RECV-COUNT
           END-CALL.
