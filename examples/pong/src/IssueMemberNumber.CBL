      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Issues a member number at the counter. The attendant
      *          runs it with their operator id and PIN and the
      *          initials the player wants on the boards:
      *              IssueMemberNumber 0012 4711 JAS
      *          The next number comes from ./data/member_seq.dat
      *          (kept the way receipt_seq.dat is; head office seeds
      *          each cabinet's file with a block of its own so no
      *          two cabinets hand out the same number), the member
      *          goes on the member master ./data/members.dat, a
      *          MEMBER line goes on the audit trail under the
      *          operator's id, and a card slip is spooled to the
      *          receipt printer. A lost or surrendered card is
      *          withdrawn the same way:
      *              IssueMemberNumber 0012 4711 WITHDRAW 00001234
      *          which leaves the member's records where they are
      *          but stops the number signing in. With no operator
      *          list on the cabinet the PIN is not checked, the
      *          same as RecordCollection.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IssueMemberNumber.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "./data/members.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-MEMBER-NUMBER
               FILE STATUS IS MEMBER-FILE-STATUS.
           SELECT MEMBER-SEQ-FILE ASSIGN TO "./data/member_seq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-SEQ-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "./data/print_spool.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           COPY MEMBREC.

       FD  MEMBER-SEQ-FILE.
       01  MEMBER-SEQ-RECORD.
           05 MS-LAST-NUMBER PIC 9(8).

       FD  SPOOL-FILE.
       01  SPOOL-LINE PIC X(40).

       WORKING-STORAGE SECTION.
       01  MEMBER-FILE-STATUS PIC X(2).
       01  MEMBER-SEQ-FILE-STATUS PIC X(2).
       01  SPOOL-FILE-STATUS PIC X(2).

       01  GAME.
           COPY GAMEFLDS.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  ID-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  ID-TOKEN-NUM REDEFINES ID-TOKEN PIC 9(4).
       01  PIN-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  PIN-TOKEN-NUM REDEFINES PIN-TOKEN PIC 9(4).
       01  INITIALS-TOKEN PIC X(8) VALUE SPACES.
       01  NUMBER-TOKEN PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
       01  NUMBER-TOKEN-NUM REDEFINES NUMBER-TOKEN PIC 9(8).

       01  OPER-TRY-ID PIC 9(4) VALUE 0.
       01  OPER-TRY-PIN PIC 9(4) VALUE 0.
       01  OPER-ROLE PIC X(1) VALUE SPACE.
       01  OPER-OK-FLAG PIC 9(1) VALUE 0.
       01  OPER-FILE-FLAG PIC 9(1) VALUE 0.
       01  ISSUER-ID PIC X(4) VALUE SPACES.

       01  LAST-ISSUED-NUMBER PIC 9(8) VALUE 0.
       01  NEW-MEMBER-NUMBER PIC 9(8) VALUE 0.
       01  ISSUE-TRIES PIC 9(2) VALUE 0.
       01  ISSUED-FLAG PIC 9(1) VALUE 0.
       01  CURRENT-DATE-YMD PIC 9(8) VALUE 0.
       01  CARD-LINE PIC X(40) VALUE SPACES.

       01  CABINET-ID-STAND-IN PIC X(8) VALUE "MEMBER".
       01  NO-MATCH-NUMBER PIC 9(8) VALUE 0.
       01  AUDIT-EVENT-CODE PIC X(10) VALUE "MEMBER".
       01  AUDIT-EVENT-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       ISSUE-MEMBER-NUMBER-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO ID-TOKEN PIN-TOKEN INITIALS-TOKEN NUMBER-TOKEN
           END-UNSTRING.

           INSPECT ID-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT PIN-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT NUMBER-TOKEN REPLACING LEADING SPACE BY "0".

           IF ID-TOKEN-NUM NOT NUMERIC OR PIN-TOKEN-NUM NOT NUMERIC
           OR INITIALS-TOKEN = SPACES THEN
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF.

      *> initials go on the boards exactly as the entry screen
      *> would let them be keyed: three capital letters.
           IF INITIALS-TOKEN NOT = "WITHDRAW" THEN
               IF INITIALS-TOKEN (4:5) NOT = SPACES
               OR INITIALS-TOKEN (1:3) NOT ALPHABETIC-UPPER
               OR INITIALS-TOKEN (3:1) = SPACE
               OR INITIALS-TOKEN (2:1) = SPACE THEN
                   PERFORM SHOW-USAGE
                   STOP RUN
               END-IF
           ELSE
               IF NUMBER-TOKEN-NUM NOT NUMERIC
               OR NUMBER-TOKEN-NUM = 0 THEN
                   PERFORM SHOW-USAGE
                   STOP RUN
               END-IF
           END-IF.

           MOVE ID-TOKEN-NUM TO OPER-TRY-ID.
           MOVE PIN-TOKEN-NUM TO OPER-TRY-PIN.
           CALL "CheckOperatorPin" USING
               BY REFERENCE OPER-TRY-ID
               BY REFERENCE OPER-TRY-PIN
               BY REFERENCE OPER-ROLE
               BY REFERENCE OPER-OK-FLAG
               BY REFERENCE OPER-FILE-FLAG
           END-CALL.

           MOVE ID-TOKEN TO ISSUER-ID.

           IF OPER-FILE-FLAG = 1 AND OPER-OK-FLAG = 0 THEN
               MOVE "OPFAIL" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Failed member-desk sign-on for id " ID-TOKEN
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               CALL "LogSessionEvent" USING
                   BY REFERENCE AUDIT-EVENT-CODE
                   BY REFERENCE AUDIT-EVENT-TEXT
                   BY REFERENCE CABINET-ID-STAND-IN
               END-CALL
               DISPLAY "Operator id or PIN not recognised; nothing"
                   " was issued."
               STOP RUN
           END-IF.

           CALL "LoadGameConfig" USING
               BY REFERENCE GAME
           END-CALL.

           OPEN I-O MEMBER-FILE.

           IF MEMBER-FILE-STATUS = "35" THEN
               OPEN OUTPUT MEMBER-FILE
               CLOSE MEMBER-FILE
               OPEN I-O MEMBER-FILE
           END-IF.

           IF MEMBER-FILE-STATUS NOT = "00" THEN
               DISPLAY "members.dat would not open (status "
                   MEMBER-FILE-STATUS "); nothing was issued."
               STOP RUN
           END-IF.

           IF INITIALS-TOKEN = "WITHDRAW" THEN
               PERFORM WITHDRAW-MEMBER
           ELSE
               PERFORM ISSUE-NEW-MEMBER
           END-IF.

           CLOSE MEMBER-FILE.

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "Usage: IssueMemberNumber <operator> <pin>"
               " <initials>".
           DISPLAY "       IssueMemberNumber <operator> <pin>"
               " WITHDRAW <member-number>".

       ISSUE-NEW-MEMBER.
      *> a number already on the master (a sequence file restored
      *> from an old backup) is stepped over, not overwritten.
           MOVE 0 TO ISSUED-FLAG.
           MOVE 0 TO ISSUE-TRIES.
           PERFORM TAKE-NEXT-NUMBER.

           PERFORM UNTIL ISSUED-FLAG = 1 OR ISSUE-TRIES >= 50
               ADD 1 TO ISSUE-TRIES
               ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD
               MOVE SPACES TO MEMBER-RECORD
               MOVE NEW-MEMBER-NUMBER TO MB-MEMBER-NUMBER
               MOVE INITIALS-TOKEN (1:3) TO MB-INITIALS
               MOVE "A" TO MB-STATUS
               MOVE CURRENT-DATE-YMD TO MB-ISSUED-DATE
               MOVE GAME-CABINET-ID TO MB-ISSUED-CABINET
               MOVE ISSUER-ID TO MB-ISSUED-BY
               WRITE MEMBER-RECORD
                   INVALID KEY
                       PERFORM TAKE-NEXT-NUMBER
                   NOT INVALID KEY
                       MOVE 1 TO ISSUED-FLAG
               END-WRITE
           END-PERFORM.

           IF ISSUED-FLAG = 0 THEN
               DISPLAY "No free member number near "
                   NEW-MEMBER-NUMBER "; check member_seq.dat."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Member number " NEW-MEMBER-NUMBER
               " issued to " MB-INITIALS
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE ISSUER-ID
               BY REFERENCE NO-MATCH-NUMBER
           END-CALL.

           PERFORM SPOOL-MEMBER-CARD.

           DISPLAY "Member number " NEW-MEMBER-NUMBER
               " issued to " MB-INITIALS ".".

       TAKE-NEXT-NUMBER.
           MOVE 0 TO LAST-ISSUED-NUMBER.

           OPEN INPUT MEMBER-SEQ-FILE.

           IF MEMBER-SEQ-FILE-STATUS = "00" THEN
               READ MEMBER-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MS-LAST-NUMBER NUMERIC THEN
                           MOVE MS-LAST-NUMBER TO LAST-ISSUED-NUMBER
                       END-IF
               END-READ
               CLOSE MEMBER-SEQ-FILE
           END-IF.

           IF LAST-ISSUED-NUMBER = 99999999 THEN
               MOVE 0 TO LAST-ISSUED-NUMBER
           END-IF.

           ADD 1 TO LAST-ISSUED-NUMBER.
           MOVE LAST-ISSUED-NUMBER TO NEW-MEMBER-NUMBER.

           OPEN OUTPUT MEMBER-SEQ-FILE.

           IF MEMBER-SEQ-FILE-STATUS NOT = "00" THEN
               DISPLAY "member_seq.dat would not open (status "
                   MEMBER-SEQ-FILE-STATUS "); member number "
                   NEW-MEMBER-NUMBER " not saved."
               EXIT PARAGRAPH
           END-IF.

           MOVE LAST-ISSUED-NUMBER TO MS-LAST-NUMBER.
           WRITE MEMBER-SEQ-RECORD.

           CLOSE MEMBER-SEQ-FILE.

       WITHDRAW-MEMBER.
           MOVE NUMBER-TOKEN-NUM TO MB-MEMBER-NUMBER.

           READ MEMBER-FILE
               KEY IS MB-MEMBER-NUMBER
               INVALID KEY
                   DISPLAY "No member number " NUMBER-TOKEN
                       " on the master; nothing withdrawn."
                   EXIT PARAGRAPH
           END-READ.

           IF MB-STATUS = "W" THEN
               DISPLAY "Member number " NUMBER-TOKEN
                   " was already withdrawn."
               EXIT PARAGRAPH
           END-IF.

           MOVE "W" TO MB-STATUS.
           REWRITE MEMBER-RECORD.

           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Member number " NUMBER-TOKEN
               " (" MB-INITIALS ") withdrawn"
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE ISSUER-ID
               BY REFERENCE NO-MATCH-NUMBER
           END-CALL.

           DISPLAY "Member number " NUMBER-TOKEN " (" MB-INITIALS
               ") withdrawn; it will no longer sign in.".

       SPOOL-MEMBER-CARD.
           OPEN EXTEND SPOOL-FILE.

           IF SPOOL-FILE-STATUS = "05"
           OR SPOOL-FILE-STATUS = "35" THEN
               OPEN OUTPUT SPOOL-FILE
           END-IF.

           IF SPOOL-FILE-STATUS NOT = "00" THEN
               DISPLAY "print spool unwritable (status "
                   SPOOL-FILE-STATUS "); write the number on the"
                   " card by hand."
               EXIT PARAGRAPH
           END-IF.

           MOVE "----------------------------------------"
               TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE " MEMBER CARD" TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO CARD-LINE.
           STRING " member number " NEW-MEMBER-NUMBER
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           MOVE CARD-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE SPACES TO CARD-LINE.
           STRING " plays as " MB-INITIALS
               "   issued " CURRENT-DATE-YMD
               DELIMITED BY SIZE INTO CARD-LINE
           END-STRING.
           MOVE CARD-LINE TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE " key it in on the title screen" TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           MOVE "----------------------------------------"
               TO SPOOL-LINE.
           WRITE SPOOL-LINE.

           CLOSE SPOOL-FILE.
