      *          goes to the central listener -- the game.cfg host,
      *          one port above the game/collection port:
      *            <cabinet> <uptime-s> <state> <credits> <code>
      *            <build> <formats> <yyyymmdd> <hhmmss>
      *            <disk-%> <disk-days>
      *          where <code> is the last coded line in the error
      *          log (0000 when the log is clean), <build> the
      *          software build the cabinet runs and <formats> one
      *          version digit per versioned data file (see
      *          ReadFormatVersions, read once per session), then
      *          the cabinet's own date and time as it sent, so the
      *          listener can tell how far its clock is out, then the
      *          fullest storage budget group's share used and the
      *          fewest days left before a group fills, off the last
      *          capacity check (--- ---- before the first).
      *          Datagrams are fire-and-forget: a site with no
      *          listener just drops them on the floor, which is
      *          exactly the right amount of coupling for
      *          operations data.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ERROR-LOG-FILE ASSIGN TO "./data/engine_error.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-LOG-FILE-STATUS.
           SELECT CAPACITY-FILE
               ASSIGN TO "./data/capacity_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ERROR-LOG-RECORD.
           COPY ERRLOGREC.

       FD  CAPACITY-FILE.
       01  CAPACITY-RECORD.
           COPY CAPSTAT.

       WORKING-STORAGE SECTION.
       01  ERROR-LOG-FILE-STATUS PIC X(2).
       01  CAPACITY-FILE-STATUS PIC X(2).

       01  BEACON-SOCKET USAGE BINARY-LONG VALUE -1.
       01  SOCKET-READY-FLAG PIC 9(1) VALUE 0.

       01  UPTIME-WHOLE PIC 9(7) VALUE 0.

       01  BUILD-IDENTITY.
           COPY BUILDID.
       01  FORMAT-VERSIONS PIC X(9) VALUE ALL "?".

       01  CLOCK-DATE PIC 9(8) VALUE 0.
       01  CLOCK-TIME-RAW PIC 9(8) VALUE 0.
       01  CLOCK-TIME PIC 9(6) VALUE 0.

       01  DISK-PERCENT PIC 9(3) VALUE 0.
       01  DISK-DAYS PIC 9(4) VALUE 0.
       01  DISK-SHOWN.
           05 DISK-PERCENT-TEXT PIC X(3) VALUE "---".
           05 FILLER PIC X(1) VALUE SPACE.
           05 DISK-DAYS-TEXT PIC X(4) VALUE "----".

       01  BEACON-BUFFER PIC X(80) VALUE SPACES.
       01  BEACON-LENGTH USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
           END-IF.

           PERFORM FIND-LAST-ERROR-CODE.
           PERFORM FIND-TIGHTEST-STORAGE.

           MOVE BEACON-UPTIME TO UPTIME-WHOLE.

           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME-RAW FROM TIME.
           COMPUTE CLOCK-TIME = CLOCK-TIME-RAW / 100.

           MOVE SPACES TO BEACON-BUFFER.
           STRING GAME-CABINET-ID " " UPTIME-WHOLE " "
               BEACON-GAME-STATE " " BEACON-CREDITS " "
               LAST-ERROR-CODE " " CABINET-BUILD-ID " "
               FORMAT-VERSIONS " " CLOCK-DATE " " CLOCK-TIME
               " " DISK-SHOWN
               DELIMITED BY SIZE INTO BEACON-BUFFER
           END-STRING.

           MOVE 80 TO BEACON-LENGTH.
           PERFORM UNTIL BEACON-LENGTH = 0
           OR BEACON-BUFFER (BEACON-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM BEACON-LENGTH
       OPEN-BEACON-SOCKET.
           MOVE 1 TO SOCKET-READY-FLAG.

      *> the data formats only change when MigrateDataFiles runs,
      *> which is never mid-session, so once is enough.
           CALL "ReadFormatVersions" USING
               BY REFERENCE FORMAT-VERSIONS
           END-CALL.

      *> one datagram socket for the life of the session; the
      *> listener lives one port above the game/collection port so
      *> operations traffic never tangles with either.
           END-PERFORM.

           CLOSE ERROR-LOG-FILE.

       FIND-TIGHTEST-STORAGE.
      *> the check rewrites the file at boot and nightly; reading
      *> it each minute picks up the nightly figures mid-session.
           MOVE "---" TO DISK-PERCENT-TEXT.
           MOVE "----" TO DISK-DAYS-TEXT.
           MOVE 0 TO DISK-PERCENT.
           MOVE 9999 TO DISK-DAYS.

           OPEN INPUT CAPACITY-FILE.

           IF CAPACITY-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL CAPACITY-FILE-STATUS NOT = "00"
               READ CAPACITY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-PERCENT NUMERIC
                       AND CS-DAYS-LEFT NUMERIC THEN
                           IF CS-PERCENT > DISK-PERCENT THEN
                               MOVE CS-PERCENT TO DISK-PERCENT
                           END-IF
                           IF CS-DAYS-LEFT < DISK-DAYS THEN
                               MOVE CS-DAYS-LEFT TO DISK-DAYS
                           END-IF
                           MOVE DISK-PERCENT TO DISK-PERCENT-TEXT
                           MOVE DISK-DAYS TO DISK-DAYS-TEXT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CAPACITY-FILE.
