      *          for every datagram that arrives, refreshes the
      *          fleet board at ./data/fleet_status.dat -- one line
      *          per cabinet: last-heard stamp, state, credits,
      *          uptime, last error code, software build, data
      *          format versions and how many seconds the cabinet's
      *          clock stands from this host's (flagged CLOCK past
      *          the CLKLIMIT; each step of a minute or more, and
      *          each crossing of the limit, goes onto
      *          ./data/fleet_clock.dat for the drift report), and
      *          the fullest storage budget group's share used with
      *          the fewest days before one fills (flagged DISK past
      *          the CAPLIMIT) -- and
      *          appends to
      *          ./data/fleet_exceptions.dat when a cabinet has
      *          gone quiet past two minutes or reports the same
      *          nonzero error code three beacons running -- and
      *          again when that cabinet is heard from once more
      *          ("back on air") or stops reporting the fault
      *          ("fault cleared"), so the on-call pager can stand
      *          the exception down and time its clearing. Quiet
      *          cabinets are noticed when any OTHER cabinet's
      *          beacon arrives; a fleet that is entirely silent
      *          shows as a stale board file, which is itself the
               ASSIGN TO "./data/fleet_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT CLOCK-FILE ASSIGN TO "./data/fleet_clock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOARD-FILE.
       01  BOARD-LINE PIC X(132).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(80).

       FD  CLOCK-FILE.
       01  CLOCK-RECORD.
           COPY CLOCKOFS.

       WORKING-STORAGE SECTION.
       01  BOARD-FILE-STATUS PIC X(2).
       01  EXCEPTION-FILE-STATUS PIC X(2).
       01  CLOCK-FILE-STATUS PIC X(2).

       01  GAME.
           COPY GAMEFLDS.
           02 NET-SIN-ZERO     PIC X(8) VALUE SPACES.
       01  NET-ADDR-LEN USAGE BINARY-LONG VALUE 16.

       01  RECV-BUFFER PIC X(80) VALUE SPACES.
       01  RECV-COUNT USAGE BINARY-LONG VALUE 0.

       01  BEACON-VIEW.
           05 BC-CREDITS PIC 9(2).
           05 BC-SEP-4   PIC X(1).
           05 BC-CODE    PIC 9(4).
           05 BC-SEP-5   PIC X(1).
           05 BC-BUILD   PIC X(8).
           05 BC-SEP-6   PIC X(1).
           05 BC-FORMATS PIC X(9).
           05 BC-SEP-7   PIC X(1).
           05 BC-CLOCK-DATE PIC 9(8).
           05 BC-SEP-8   PIC X(1).
           05 BC-CLOCK-TIME PIC 9(6).
           05 BC-SEP-9   PIC X(1).
           05 BC-DISK-PERCENT PIC 9(3).
           05 BC-SEP-10  PIC X(1).
           05 BC-DISK-DAYS PIC 9(4).

       01  FLEET-TABLE.
           05 FLEET-ENTRY OCCURS 10 TIMES.
               10 FL-CODE PIC 9(4).
               10 FL-FAULT-RUN PIC 9(2).
               10 FL-QUIET-FLAGGED PIC 9(1).
               10 FL-BUILD PIC X(8).
               10 FL-FORMATS PIC X(9).
               10 FL-CLOCK-KNOWN PIC 9(1).
               10 FL-OFFSET PIC S9(7).
               10 FL-LOGGED-MINUTES PIC S9(6).
               10 FL-CLOCK-FLAGGED PIC 9(1).
               10 FL-DISK-KNOWN PIC 9(1).
               10 FL-DISK-PERCENT PIC 9(3).
               10 FL-DISK-DAYS PIC 9(4).
       01  FLEET-COUNT PIC 9(2) VALUE 0.
       01  FLEET-IDX PIC 9(2) VALUE 0.
       01  FLEET-FOUND PIC 9(2) VALUE 0.
       01  QUIET-THRESHOLD-SECS PIC 9(4) VALUE 120.
       01  FAULT-RUN-LIMIT PIC 9(2) VALUE 3.

       01  CLOCK-LIMITS.
           COPY CLKLIMIT.
       01  CLOCK-TIME PIC 9(6) VALUE 0.
       01  CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
           05 CLOCK-HH PIC 9(2).
           05 CLOCK-MM PIC 9(2).
           05 CLOCK-SS PIC 9(2).
       01  CLOCK-DAY-NUMBER PIC 9(7) VALUE 0.
       01  NOW-DAY-NUMBER PIC 9(7) VALUE 0.
       01  CLOCK-OFFSET PIC S9(9) VALUE 0.
       01  CLOCK-MINUTES PIC S9(6) VALUE 0.
       01  CLOCK-NOW-FLAGGED PIC 9(1) VALUE 0.
      *> a group, so the sign travels with the digits onto the
      *> board line.
       01  CLOCK-OFFSET-SHOWN.
           05 CLOCK-OFFSET-TEXT PIC S9(7) SIGN IS LEADING SEPARATE.

       01  CAPACITY-LIMITS.
           COPY CAPLIMIT.

       PROCEDURE DIVISION.
       FLEET-STATUS-LISTENER-MAIN.
           CALL "LoadGameConfig" USING
           CALL "recv" USING
               BY VALUE LISTEN-SOCKET
               BY REFERENCE RECV-BUFFER
               BY VALUE 80
               BY VALUE 0
               RETURNING RECV-COUNT
           END-CALL.
               EXIT PARAGRAPH
           END-IF.

      *> a fault already reported ends when the code changes.
           IF FL-FAULT-RUN (FLEET-FOUND) >= FAULT-RUN-LIMIT
           AND BC-CODE NOT = FL-CODE (FLEET-FOUND) THEN
               MOVE SPACES TO EXCEPTION-LINE
               STRING NOW-DATE " " NOW-TIME " "
                   BC-CABINET " fault cleared E" FL-CODE (FLEET-FOUND)
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               END-STRING
               PERFORM APPEND-EXCEPTION
           END-IF.

      *> the same nonzero code, beacon after beacon, is a cabinet
      *> failing the same way every minute -- say so once when the
      *> run reaches the limit.
           MOVE BC-STATE TO FL-STATE (FLEET-FOUND).
           MOVE BC-CREDITS TO FL-CREDITS (FLEET-FOUND).
           MOVE BC-CODE TO FL-CODE (FLEET-FOUND).
           MOVE BC-BUILD TO FL-BUILD (FLEET-FOUND).
           MOVE BC-FORMATS TO FL-FORMATS (FLEET-FOUND).
           MOVE NOW-DATE TO FL-LAST-DATE (FLEET-FOUND).
           MOVE NOW-SECS TO FL-LAST-SECS (FLEET-FOUND).
           IF FL-QUIET-FLAGGED (FLEET-FOUND) = 1 THEN
               MOVE SPACES TO EXCEPTION-LINE
               STRING NOW-DATE " " NOW-TIME " "
                   BC-CABINET " back on air"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               END-STRING
               PERFORM APPEND-EXCEPTION
           END-IF.
           MOVE 0 TO FL-QUIET-FLAGGED (FLEET-FOUND).

      *> an older build's beacon carries no clock reading.
           IF BC-CLOCK-DATE NUMERIC AND BC-CLOCK-TIME NUMERIC
           AND BC-CLOCK-DATE > 0 THEN
               PERFORM MEASURE-CLOCK-OFFSET
           END-IF.

      *> nor does it carry storage figures, nor does one that has
      *> not run its first capacity check (--- ----).
           IF BC-DISK-PERCENT NUMERIC AND BC-DISK-DAYS NUMERIC THEN
               MOVE 1 TO FL-DISK-KNOWN (FLEET-FOUND)
               MOVE BC-DISK-PERCENT TO FL-DISK-PERCENT (FLEET-FOUND)
               MOVE BC-DISK-DAYS TO FL-DISK-DAYS (FLEET-FOUND)
           ELSE
               MOVE 0 TO FL-DISK-KNOWN (FLEET-FOUND)
           END-IF.

           PERFORM CHECK-QUIET-CABINETS.
           PERFORM REWRITE-FLEET-BOARD.

               MOVE 0 TO FL-CODE (FLEET-FOUND)
               MOVE 0 TO FL-FAULT-RUN (FLEET-FOUND)
               MOVE 0 TO FL-QUIET-FLAGGED (FLEET-FOUND)
               MOVE SPACES TO FL-BUILD (FLEET-FOUND)
               MOVE SPACES TO FL-FORMATS (FLEET-FOUND)
               MOVE 0 TO FL-CLOCK-KNOWN (FLEET-FOUND)
               MOVE 0 TO FL-OFFSET (FLEET-FOUND)
               MOVE 0 TO FL-LOGGED-MINUTES (FLEET-FOUND)
               MOVE 0 TO FL-CLOCK-FLAGGED (FLEET-FOUND)
               MOVE 0 TO FL-DISK-KNOWN (FLEET-FOUND)
           END-IF.

       MEASURE-CLOCK-OFFSET.
      *> a datagram is a few milliseconds in flight; the offset is
      *> the cabinet's stamp less this host's clock on arrival.
           MOVE BC-CLOCK-TIME TO CLOCK-TIME.
           CALL "DateToDayNumber" USING
               BY REFERENCE BC-CLOCK-DATE
               BY REFERENCE CLOCK-DAY-NUMBER
           END-CALL.
           CALL "DateToDayNumber" USING
               BY REFERENCE NOW-DATE
               BY REFERENCE NOW-DAY-NUMBER
           END-CALL.

           COMPUTE CLOCK-OFFSET =
               (CLOCK-DAY-NUMBER - NOW-DAY-NUMBER) * 86400
               + CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS
               - NOW-SECS.

           IF CLOCK-OFFSET > 9999999 THEN
               MOVE 9999999 TO CLOCK-OFFSET
           END-IF.
           IF CLOCK-OFFSET < -9999999 THEN
               MOVE -9999999 TO CLOCK-OFFSET
           END-IF.

           MOVE 0 TO CLOCK-NOW-FLAGGED.
           IF CLOCK-OFFSET > CLOCK-DRIFT-LIMIT
           OR CLOCK-OFFSET < 0 - CLOCK-DRIFT-LIMIT THEN
               MOVE 1 TO CLOCK-NOW-FLAGGED
           END-IF.

           COMPUTE CLOCK-MINUTES = CLOCK-OFFSET / 60.

           IF FL-CLOCK-KNOWN (FLEET-FOUND) = 0
           OR CLOCK-MINUTES NOT = FL-LOGGED-MINUTES (FLEET-FOUND)
           OR CLOCK-NOW-FLAGGED NOT = FL-CLOCK-FLAGGED (FLEET-FOUND)
           THEN
               MOVE CLOCK-MINUTES TO FL-LOGGED-MINUTES (FLEET-FOUND)
               PERFORM APPEND-CLOCK-LINE
           END-IF.

           MOVE 1 TO FL-CLOCK-KNOWN (FLEET-FOUND).
           MOVE CLOCK-OFFSET TO FL-OFFSET (FLEET-FOUND).
           MOVE CLOCK-NOW-FLAGGED TO FL-CLOCK-FLAGGED (FLEET-FOUND).

       APPEND-CLOCK-LINE.
           OPEN EXTEND CLOCK-FILE.

           IF CLOCK-FILE-STATUS = "05"
           OR CLOCK-FILE-STATUS = "35" THEN
               OPEN OUTPUT CLOCK-FILE
           END-IF.

           IF CLOCK-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CLOCK-RECORD.
           MOVE NOW-DATE TO CO-DATE.
           MOVE NOW-TIME TO CO-TIME.
           MOVE BC-CABINET TO CO-CABINET.
           MOVE "BEACON" TO CO-SOURCE.
           MOVE CLOCK-OFFSET TO CO-OFFSET.
           MOVE BC-CLOCK-DATE TO CO-CABINET-DATE.
           MOVE BC-CLOCK-TIME TO CO-CABINET-TIME.
           WRITE CLOCK-RECORD.

           CLOSE CLOCK-FILE.

       CHECK-QUIET-CABINETS.
      *> everyone else's silence is measured against this arrival.
           PERFORM VARYING FLEET-IDX FROM 1 BY 1
               IF FL-QUIET-FLAGGED (FLEET-IDX) = 1 THEN
                   MOVE " QUIET" TO BOARD-LINE (75:6)
               END-IF
      *> an older build's beacon carries neither; the columns are
      *> left blank for it.
               MOVE FL-BUILD (FLEET-IDX) TO BOARD-LINE (82:8)
               MOVE FL-FORMATS (FLEET-IDX) TO BOARD-LINE (91:9)
               IF FL-CLOCK-KNOWN (FLEET-IDX) = 1 THEN
                   MOVE FL-OFFSET (FLEET-IDX) TO CLOCK-OFFSET-TEXT
                   MOVE CLOCK-OFFSET-SHOWN TO BOARD-LINE (101:8)
                   IF FL-CLOCK-FLAGGED (FLEET-IDX) = 1 THEN
                       MOVE " CLOCK" TO BOARD-LINE (109:6)
                   END-IF
               END-IF
               IF FL-DISK-KNOWN (FLEET-IDX) = 1 THEN
                   MOVE FL-DISK-PERCENT (FLEET-IDX)
                       TO BOARD-LINE (116:3)
                   MOVE "%" TO BOARD-LINE (119:1)
                   MOVE FL-DISK-DAYS (FLEET-IDX) TO BOARD-LINE (121:4)
                   IF FL-DISK-PERCENT (FLEET-IDX)
                       >= CAPACITY-WARN-PERCENT
                   OR FL-DISK-DAYS (FLEET-IDX)
                       <= CAPACITY-WARN-DAYS THEN
                       MOVE " DISK" TO BOARD-LINE (125:5)
                   END-IF
               END-IF
               WRITE BOARD-LINE
           END-PERFORM.

