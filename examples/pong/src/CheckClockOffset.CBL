      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Compares the cabinet's clock with the central host's
      *          date and time, handed over by PullCentralConfig from
      *          the VERSION line of the boot config pull. Every
      *          report keys on the cabinet's own DATE and TIME, so
      *          the offset is recorded on ./data/clock_offset.dat
      *          (sent home with the nightly feed) and, past the
      *          CLKLIMIT seconds either way, warned in
      *          engine_error.log (W 9001) and put right by setting
      *          the system clock from the host's -- at boot, before
      *          the day's first stamp. A clock that will not be set
      *          is warned all the same and keeps being measured.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckClockOffset.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFSET-FILE ASSIGN TO "./data/clock_offset.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFSET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFSET-FILE.
       01  OFFSET-RECORD.
           COPY CLOCKOFS.

       WORKING-STORAGE SECTION.
       01  OFFSET-FILE-STATUS PIC X(2).

       01  CLOCK-LIMITS.
           COPY CLKLIMIT.

       01  CABINET-DATE PIC 9(8) VALUE 0.
       01  CABINET-TIME-RAW PIC 9(8) VALUE 0.
       01  CABINET-TIME PIC 9(6) VALUE 0.
       01  CABINET-TIME-PARTS REDEFINES CABINET-TIME.
           05 CABINET-HH PIC 9(2).
           05 CABINET-MM PIC 9(2).
           05 CABINET-SS PIC 9(2).
       01  CABINET-DAY-NUMBER PIC 9(7) VALUE 0.

       01  HOST-DATE PIC 9(8) VALUE 0.
       01  HOST-DATE-PARTS REDEFINES HOST-DATE.
           05 HOST-YYYY PIC 9(4).
           05 HOST-MO PIC 9(2).
           05 HOST-DD PIC 9(2).
       01  HOST-TIME PIC 9(6) VALUE 0.
       01  HOST-TIME-PARTS REDEFINES HOST-TIME.
           05 HOST-HH PIC 9(2).
           05 HOST-MM PIC 9(2).
           05 HOST-SS PIC 9(2).
       01  HOST-DAY-NUMBER PIC 9(7) VALUE 0.

       01  OFFSET-SECONDS PIC S9(9) VALUE 0.
       01  OFFSET-SIZE PIC 9(9) VALUE 0.
       01  OFFSET-TEXT PIC S9(7) SIGN IS LEADING SEPARATE.
       01  CLOCK-ACTION PIC X(1) VALUE SPACE.

       01  SHELL-COMMAND-Z PIC X(80) VALUE SPACES.
       01  SYSTEM-STATUS USAGE BINARY-LONG VALUE 0.

       01  LOG-SOURCE-NAME PIC X(40) VALUE "CheckClockOffset".
       01  LOG-ERROR-CODE PIC 9(4) VALUE 9001.
       01  LOG-SEVERITY PIC X(1) VALUE "W".
       01  LOG-STATUS USAGE SIGNED-INT VALUE 0.
       01  ERROR-MESSAGE PIC X(255) VALUE SPACES.

       LINKAGE SECTION.
       01  CENTRAL-DATE PIC 9(8).
       01  CENTRAL-TIME PIC 9(6).
       01  CLOCK-CABINET-ID PIC X(8).

       PROCEDURE DIVISION USING
           CENTRAL-DATE CENTRAL-TIME CLOCK-CABINET-ID.
       CHECK-CLOCK-OFFSET-LOGIC.
           ACCEPT CABINET-DATE FROM DATE YYYYMMDD.
           ACCEPT CABINET-TIME-RAW FROM TIME.
           COMPUTE CABINET-TIME = CABINET-TIME-RAW / 100.

           MOVE CENTRAL-DATE TO HOST-DATE.
           MOVE CENTRAL-TIME TO HOST-TIME.

           CALL "DateToDayNumber" USING
               BY REFERENCE CABINET-DATE
               BY REFERENCE CABINET-DAY-NUMBER
           END-CALL.
           CALL "DateToDayNumber" USING
               BY REFERENCE HOST-DATE
               BY REFERENCE HOST-DAY-NUMBER
           END-CALL.

           COMPUTE OFFSET-SECONDS =
               (CABINET-DAY-NUMBER - HOST-DAY-NUMBER) * 86400
               + (CABINET-HH - HOST-HH) * 3600
               + (CABINET-MM - HOST-MM) * 60
               + (CABINET-SS - HOST-SS).

           IF OFFSET-SECONDS < 0 THEN
               COMPUTE OFFSET-SIZE = 0 - OFFSET-SECONDS
           ELSE
               MOVE OFFSET-SECONDS TO OFFSET-SIZE
           END-IF.

      *> a clock years out still records; the column holds the
      *> largest offset it can.
           IF OFFSET-SECONDS > 9999999 THEN
               MOVE 9999999 TO OFFSET-TEXT
           ELSE
               IF OFFSET-SECONDS < -9999999 THEN
                   MOVE -9999999 TO OFFSET-TEXT
               ELSE
                   MOVE OFFSET-SECONDS TO OFFSET-TEXT
               END-IF
           END-IF.

           MOVE SPACE TO CLOCK-ACTION.
           IF OFFSET-SIZE > CLOCK-DRIFT-LIMIT THEN
               PERFORM SET-CLOCK-FROM-HOST
           END-IF.

           PERFORM APPEND-OFFSET-LINE.

           EXIT PROGRAM.

       SET-CLOCK-FROM-HOST.
           MOVE SPACES TO SHELL-COMMAND-Z.
           STRING "date -s '" HOST-YYYY "-" HOST-MO "-" HOST-DD
               " " HOST-HH ":" HOST-MM ":" HOST-SS
               "' >/dev/null 2>&1" X"00"
               DELIMITED BY SIZE INTO SHELL-COMMAND-Z
           END-STRING.

           CALL "system" USING
               BY REFERENCE SHELL-COMMAND-Z
               RETURNING SYSTEM-STATUS
           END-CALL.

           MOVE SPACES TO ERROR-MESSAGE.
           IF SYSTEM-STATUS = 0 THEN
               MOVE "S" TO CLOCK-ACTION
               STRING "cabinet clock " OFFSET-TEXT
                   "s off the central host; set from the host"
                   DELIMITED BY SIZE INTO ERROR-MESSAGE
               END-STRING
           ELSE
               MOVE "F" TO CLOCK-ACTION
               STRING "cabinet clock " OFFSET-TEXT
                   "s off the central host; could NOT be set"
                   DELIMITED BY SIZE INTO ERROR-MESSAGE
               END-STRING
           END-IF.

           MOVE SYSTEM-STATUS TO LOG-STATUS.
           CALL "LogError" USING
               BY REFERENCE LOG-SOURCE-NAME
               BY REFERENCE LOG-ERROR-CODE
               BY REFERENCE LOG-SEVERITY
               BY REFERENCE LOG-STATUS
               BY REFERENCE ERROR-MESSAGE
           END-CALL.

       APPEND-OFFSET-LINE.
           OPEN EXTEND OFFSET-FILE.

           IF OFFSET-FILE-STATUS = "05"
           OR OFFSET-FILE-STATUS = "35" THEN
               OPEN OUTPUT OFFSET-FILE
           END-IF.

           IF OFFSET-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO OFFSET-RECORD.
           MOVE HOST-DATE TO CO-DATE.
           MOVE HOST-TIME TO CO-TIME.
           MOVE CLOCK-CABINET-ID TO CO-CABINET.
           MOVE "CONFIG" TO CO-SOURCE.
           MOVE OFFSET-TEXT TO CO-OFFSET.
           MOVE CABINET-DATE TO CO-CABINET-DATE.
           MOVE CABINET-TIME TO CO-CABINET-TIME.
           MOVE CLOCK-ACTION TO CO-ACTION.
           WRITE OFFSET-RECORD.

           CLOSE OFFSET-FILE.
