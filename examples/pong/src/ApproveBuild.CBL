      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Head office's approval of a cabinet build for a
      *          rollout ring or the whole fleet:
      *              ApproveBuild R261015A PILOT
      *              ApproveBuild R261015A FLEET
      *              ApproveBuild R261015A PILOT WITHDRAW
      *          and one line goes onto ./data/build_approvals.dat,
      *          where the version inventory looks a cabinet's build
      *          up. A ring has to be named in ./data/rollout_rings
      *          .dat. A build goes to the FLEET only once some ring
      *          has run it under approval; FORCE overrides that for
      *          an emergency fix. WITHDRAW takes an approval back --
      *          cabinets still on the build show as unapproved.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApproveBuild.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RING-FILE ASSIGN TO "./data/rollout_rings.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RING-FILE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "./data/build_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RING-FILE.
       01  RING-RECORD.
           COPY RINGREC.
      *> room for a whole comment row, so it reads as one line.
       01  RING-LINE PIC X(120).

       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           COPY BLDAPPR.
       01  APPROVAL-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  RING-FILE-STATUS PIC X(2).
       01  APPROVAL-FILE-STATUS PIC X(2).

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  BUILD-TOKEN PIC X(8) VALUE SPACES.
       01  RING-TOKEN PIC X(8) VALUE SPACES.
       01  OPTION-TOKEN PIC X(8) VALUE SPACES.

       01  RING-KNOWN-FLAG PIC 9(1) VALUE 0.

      *> the standing decision per ring for this build, latest
      *> line winning, to tell whether any ring holds it approved.
       01  STANDING-TABLE.
           05 STANDING-ENTRY OCCURS 50 TIMES.
               10 ST-RING PIC X(8).
               10 ST-ACTION PIC X(1).
       01  STANDING-COUNT PIC 9(2) VALUE 0.
       01  STANDING-IDX PIC 9(2) VALUE 0.
       01  STANDING-FOUND PIC 9(2) VALUE 0.
       01  RING-APPROVED-FLAG PIC 9(1) VALUE 0.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  NEW-ACTION PIC X(1) VALUE "A".

       PROCEDURE DIVISION.
       APPROVE-BUILD-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO BUILD-TOKEN RING-TOKEN OPTION-TOKEN
           END-UNSTRING.

           IF BUILD-TOKEN = SPACES OR RING-TOKEN = SPACES
           OR (OPTION-TOKEN NOT = SPACES
               AND OPTION-TOKEN NOT = "WITHDRAW"
               AND OPTION-TOKEN NOT = "FORCE") THEN
               DISPLAY "Usage: ApproveBuild <build> <ring|FLEET>"
                   " [WITHDRAW|FORCE]"
               STOP RUN
           END-IF.

           IF OPTION-TOKEN = "WITHDRAW" THEN
               MOVE "W" TO NEW-ACTION
           END-IF.

           IF RING-TOKEN NOT = "FLEET" THEN
               PERFORM CHECK-RING-KNOWN
               IF RING-KNOWN-FLAG = 0 THEN
                   DISPLAY "Ring " RING-TOKEN " has no cabinets in"
                       " ./data/rollout_rings.dat; nothing recorded."
                   STOP RUN
               END-IF
           END-IF.

           IF RING-TOKEN = "FLEET" AND NEW-ACTION = "A"
           AND OPTION-TOKEN NOT = "FORCE" THEN
               PERFORM LOAD-STANDING-APPROVALS
               IF RING-APPROVED-FLAG = 0 THEN
                   DISPLAY "Build " BUILD-TOKEN " is not approved for"
                       " any ring yet; approve it for a pilot ring"
                       " first, or add FORCE."
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND APPROVAL-FILE.

           IF APPROVAL-FILE-STATUS = "05"
           OR APPROVAL-FILE-STATUS = "35" THEN
               OPEN OUTPUT APPROVAL-FILE
           END-IF.

           IF APPROVAL-FILE-STATUS NOT = "00" THEN
               DISPLAY "build approvals file unwritable (status "
                   APPROVAL-FILE-STATUS "); nothing recorded."
               STOP RUN
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

           MOVE SPACES TO APPROVAL-RECORD.
           MOVE BUILD-TOKEN TO BA-BUILD.
           MOVE RING-TOKEN TO BA-RING.
           MOVE NEW-ACTION TO BA-ACTION.
           MOVE TODAY-YMD TO BA-DATE.
           WRITE APPROVAL-RECORD.

           CLOSE APPROVAL-FILE.

           IF NEW-ACTION = "W" THEN
               DISPLAY "Build " BUILD-TOKEN " withdrawn for "
                   RING-TOKEN "."
           ELSE
               DISPLAY "Build " BUILD-TOKEN " approved for "
                   RING-TOKEN "."
           END-IF.

           STOP RUN.

       CHECK-RING-KNOWN.
           MOVE 0 TO RING-KNOWN-FLAG.

           OPEN INPUT RING-FILE.

           IF RING-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RING-FILE-STATUS NOT = "00"
           OR RING-KNOWN-FLAG = 1
               READ RING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RG-RING (1:1) NOT = "#"
                       AND RG-RING = RING-TOKEN
                       AND RG-CABINET NOT = SPACES THEN
                           MOVE 1 TO RING-KNOWN-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RING-FILE.

       LOAD-STANDING-APPROVALS.
           MOVE 0 TO RING-APPROVED-FLAG.

           OPEN INPUT APPROVAL-FILE.

           IF APPROVAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL APPROVAL-FILE-STATUS NOT = "00"
               READ APPROVAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BA-BUILD (1:1) NOT = "#"
                       AND BA-BUILD = BUILD-TOKEN
                       AND BA-RING NOT = "FLEET" THEN
                           PERFORM TAKE-STANDING-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPROVAL-FILE.

           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
               IF ST-ACTION (STANDING-IDX) = "A" THEN
                   MOVE 1 TO RING-APPROVED-FLAG
               END-IF
           END-PERFORM.

       TAKE-STANDING-LINE.
           MOVE 0 TO STANDING-FOUND.
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
               UNTIL STANDING-IDX > STANDING-COUNT
               OR STANDING-FOUND > 0
               IF ST-RING (STANDING-IDX) = BA-RING THEN
                   MOVE STANDING-IDX TO STANDING-FOUND
               END-IF
           END-PERFORM.

           IF STANDING-FOUND = 0 THEN
               IF STANDING-COUNT >= 50 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO STANDING-COUNT
               MOVE STANDING-COUNT TO STANDING-FOUND
               MOVE BA-RING TO ST-RING (STANDING-FOUND)
           END-IF.

           MOVE BA-ACTION TO ST-ACTION (STANDING-FOUND).
