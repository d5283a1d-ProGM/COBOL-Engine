      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Answers whether one stored-value account stands
      *          flagged dormant in ./data/dormant_flags.dat, and if
      *          so the day its balance expires, so the title screen
      *          can warn the player at PIN entry while there is
      *          still time to play it down. No file, or no row for
      *          the account, means not dormant; so does any balance
      *          movement since the flag went up -- the flag file is
      *          only redrawn by the nightly run, and a player who
      *          played this afternoon shouldn't be warned again
      *          tonight. Both files are only ever read here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckDormantNotice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAG-FILE ASSIGN TO "./data/dormant_flags.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLAG-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO "./data/balance_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAG-FILE.
       01  FLAG-RECORD.
           COPY DORMFLAG.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY BALJRNL.

       WORKING-STORAGE SECTION.
       01  FLAG-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  FLAGGED-ON PIC 9(8) VALUE 0.
      *> a line belongs to the member number it carries, or to its
      *> initials when it carries none.
       01  LINE-PLAYER-KEY PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01  ACCT-PLAYER-KEY PIC X(8).
       01  ACCT-DORMANT-FLAG PIC 9(1).
       01  ACCT-EXPIRES PIC 9(8).

       PROCEDURE DIVISION USING
           ACCT-PLAYER-KEY ACCT-DORMANT-FLAG ACCT-EXPIRES.
       CHECK-DORMANT-NOTICE-LOGIC.
           MOVE 0 TO ACCT-DORMANT-FLAG.
           MOVE 0 TO ACCT-EXPIRES.

           IF ACCT-PLAYER-KEY = SPACES THEN
               EXIT PROGRAM
           END-IF.

           OPEN INPUT FLAG-FILE.

           IF FLAG-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL FLAG-FILE-STATUS NOT = "00"
           OR ACCT-DORMANT-FLAG = 1
               READ FLAG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DF-MEMBER-NUMBER NOT = SPACES THEN
                           MOVE DF-MEMBER-NUMBER TO LINE-PLAYER-KEY
                       ELSE
                           MOVE DF-INITIALS TO LINE-PLAYER-KEY
                       END-IF
                       IF LINE-PLAYER-KEY = ACCT-PLAYER-KEY
                       AND DF-EXPIRES NUMERIC THEN
                           MOVE 1 TO ACCT-DORMANT-FLAG
                           MOVE DF-EXPIRES TO ACCT-EXPIRES
                           MOVE DF-FLAGGED TO FLAGGED-ON
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FLAG-FILE.

           IF ACCT-DORMANT-FLAG = 1 THEN
               PERFORM LOOK-FOR-LATER-MOVEMENT
           END-IF.

           EXIT PROGRAM.

       LOOK-FOR-LATER-MOVEMENT.
           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
           OR ACCT-DORMANT-FLAG = 0
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BJ-MEMBER-NUMBER NOT = SPACES THEN
                           MOVE BJ-MEMBER-NUMBER TO LINE-PLAYER-KEY
                       ELSE
                           MOVE BJ-INITIALS TO LINE-PLAYER-KEY
                       END-IF
                       IF LINE-PLAYER-KEY = ACCT-PLAYER-KEY
                       AND BJ-DATE NUMERIC
                       AND BJ-DATE >= FLAGGED-ON THEN
                           MOVE 0 TO ACCT-DORMANT-FLAG
                           MOVE 0 TO ACCT-EXPIRES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.
