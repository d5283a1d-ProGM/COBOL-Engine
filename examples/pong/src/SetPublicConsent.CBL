      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Records at the counter whether a player lets their
      *          initials be shown publicly -- on the lobby feed, the
      *          digest page, the hall of fame, the ratings wall
      *          sheet, the title banners and the replay browser.
      *          The attendant runs it with their operator id and PIN,
      *          the player's initials or member number, and Y or N:
      *              SetPublicConsent 0012 4711 JAS N
      *              SetPublicConsent 0012 4711 00001234 Y
      *          The answer goes on the player's players.dat record
      *          (one is started for a player the cabinet has never
      *          seen, with the cabinet's own difficulty and palette),
      *          the change goes on the player-change journal so head
      *          office carries it to every cabinet, and a CONSENT
      *          line goes on the audit trail under the operator's
      *          id. With no operator list on the cabinet the PIN is
      *          not checked, the same as IssueMemberNumber.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SetPublicConsent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "./data/players.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-KEY
               FILE STATUS IS PLAYER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
       01  PLAYER-MASTER-RECORD.
           05 PM-PLAYER-KEY   PIC X(8).
           05 PM-DIFFICULTY   PIC 9(1).
           05 PM-P1-UP        PIC 9(3).
           05 PM-P1-DOWN      PIC 9(3).
           05 PM-PALETTE      PIC 9(1).
           05 PM-GAMES-PLAYED PIC 9(5).
           05 PM-PUBLIC-FLAG  PIC X(1).
           05 PM-ASSIST       PIC 9(1).

       WORKING-STORAGE SECTION.
       01  PLAYER-FILE-STATUS PIC X(2).

       01  GAME.
           COPY GAMEFLDS.

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  ID-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  ID-TOKEN-NUM REDEFINES ID-TOKEN PIC 9(4).
       01  PIN-TOKEN PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01  PIN-TOKEN-NUM REDEFINES PIN-TOKEN PIC 9(4).
       01  PLAYER-TOKEN PIC X(8) VALUE SPACES.
       01  CONSENT-TOKEN PIC X(3) VALUE SPACES.

       01  OPER-TRY-ID PIC 9(4) VALUE 0.
       01  OPER-TRY-PIN PIC 9(4) VALUE 0.
       01  OPER-ROLE PIC X(1) VALUE SPACE.
       01  OPER-OK-FLAG PIC 9(1) VALUE 0.
       01  OPER-FILE-FLAG PIC 9(1) VALUE 0.
       01  OPERATOR-ID PIC X(4) VALUE SPACES.

       01  TARGET-KEY PIC X(8) VALUE SPACES.
       01  TARGET-INITIALS PIC X(3) VALUE SPACES.
       01  TARGET-MEMBER PIC X(8) VALUE SPACES.
       01  TARGET-STATUS PIC X(1) VALUE SPACE.
       01  RECORD-FOUND-FLAG PIC 9(1) VALUE 0.
       01  CONSENT-TEXT PIC X(8) VALUE SPACES.

      *> every write also goes to the player-change journal, which
      *> carries it to head office's central player master.
       01  CHANGE-FILE-CODE PIC X(4) VALUE "PROF".
       01  CHANGE-KIND PIC X(1) VALUE "U".
       01  CHANGE-IMAGE PIC X(60) VALUE SPACES.

       01  CABINET-ID-STAND-IN PIC X(8) VALUE "CONSENT".
       01  NO-MATCH-NUMBER PIC 9(8) VALUE 0.
       01  AUDIT-EVENT-CODE PIC X(10) VALUE "CONSENT".
       01  AUDIT-EVENT-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       SET-PUBLIC-CONSENT-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO ID-TOKEN PIN-TOKEN PLAYER-TOKEN CONSENT-TOKEN
           END-UNSTRING.

           INSPECT ID-TOKEN REPLACING LEADING SPACE BY "0".
           INSPECT PIN-TOKEN REPLACING LEADING SPACE BY "0".

           IF ID-TOKEN-NUM NOT NUMERIC OR PIN-TOKEN-NUM NOT NUMERIC
           OR PLAYER-TOKEN = SPACES
           OR (CONSENT-TOKEN NOT = "Y" AND CONSENT-TOKEN NOT = "N")
           THEN
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF.

      *> a member number is all digits; anything else is a walk-up's
      *> initials, keyed the way the games key them.
           IF PLAYER-TOKEN NOT NUMERIC
           AND PLAYER-TOKEN (4:5) NOT = SPACES THEN
               PERFORM SHOW-USAGE
               STOP RUN
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

           MOVE ID-TOKEN TO OPERATOR-ID.

           IF OPER-FILE-FLAG = 1 AND OPER-OK-FLAG = 0 THEN
               MOVE "OPFAIL" TO AUDIT-EVENT-CODE
               MOVE SPACES TO AUDIT-EVENT-TEXT
               STRING "Failed consent-desk sign-on for id " ID-TOKEN
                   DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
               END-STRING
               CALL "LogSessionEvent" USING
                   BY REFERENCE AUDIT-EVENT-CODE
                   BY REFERENCE AUDIT-EVENT-TEXT
                   BY REFERENCE CABINET-ID-STAND-IN
               END-CALL
               DISPLAY "Operator id or PIN not recognised; nothing"
                   " was changed."
               STOP RUN
           END-IF.

           MOVE PLAYER-TOKEN TO TARGET-KEY.
           CALL "ResolvePlayerKey" USING
               BY REFERENCE TARGET-KEY
               BY REFERENCE TARGET-INITIALS
               BY REFERENCE TARGET-MEMBER
               BY REFERENCE TARGET-STATUS
           END-CALL.

           IF TARGET-STATUS = "?" THEN
               DISPLAY "No member number " TARGET-KEY
                   " on the member master; nothing was changed."
               STOP RUN
           END-IF.

           CALL "LoadGameConfig" USING
               BY REFERENCE GAME
           END-CALL.

           OPEN I-O PLAYER-FILE.

           IF PLAYER-FILE-STATUS = "35" THEN
               OPEN OUTPUT PLAYER-FILE
               CLOSE PLAYER-FILE
               OPEN I-O PLAYER-FILE
           END-IF.

           IF PLAYER-FILE-STATUS NOT = "00" THEN
               DISPLAY "players.dat would not open (status "
                   PLAYER-FILE-STATUS "); nothing was changed."
               STOP RUN
           END-IF.

           PERFORM STORE-CONSENT.

           CLOSE PLAYER-FILE.

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "Usage: SetPublicConsent <operator> <pin>"
               " <initials|member-number> Y|N".

       STORE-CONSENT.
           MOVE 1 TO RECORD-FOUND-FLAG.
           MOVE TARGET-KEY TO PM-PLAYER-KEY.
           READ PLAYER-FILE
               KEY IS PM-PLAYER-KEY
               INVALID KEY
                   MOVE 0 TO RECORD-FOUND-FLAG
           END-READ.

           IF RECORD-FOUND-FLAG = 0 THEN
               MOVE TARGET-KEY TO PM-PLAYER-KEY
               MOVE GAME-ENEMY-DIFFICULTY TO PM-DIFFICULTY
               MOVE 0 TO PM-P1-UP
               MOVE 0 TO PM-P1-DOWN
               MOVE GAME-PALETTE TO PM-PALETTE
               MOVE 0 TO PM-GAMES-PLAYED
               MOVE 0 TO PM-ASSIST
           END-IF.

           MOVE CONSENT-TOKEN (1:1) TO PM-PUBLIC-FLAG.

           IF RECORD-FOUND-FLAG = 1 THEN
               REWRITE PLAYER-MASTER-RECORD
           ELSE
               WRITE PLAYER-MASTER-RECORD
           END-IF.

           IF PLAYER-FILE-STATUS NOT = "00"
           AND PLAYER-FILE-STATUS NOT = "02" THEN
               DISPLAY "players.dat write failed (status "
                   PLAYER-FILE-STATUS "); nothing was changed."
               EXIT PARAGRAPH
           END-IF.

           MOVE PLAYER-MASTER-RECORD TO CHANGE-IMAGE.
           CALL "LogPlayerChange" USING
               BY REFERENCE CHANGE-FILE-CODE
               BY REFERENCE CHANGE-KIND
               BY REFERENCE PM-PLAYER-KEY
               BY REFERENCE CHANGE-IMAGE
           END-CALL.

           IF PM-PUBLIC-FLAG = "N" THEN
               MOVE "MASKED" TO CONSENT-TEXT
           ELSE
               MOVE "SHOWN" TO CONSENT-TEXT
           END-IF.

           MOVE SPACES TO AUDIT-EVENT-TEXT.
           STRING "Public initials for " TARGET-KEY " ("
               TARGET-INITIALS ") set to " CONSENT-TEXT
               DELIMITED BY SIZE INTO AUDIT-EVENT-TEXT
           END-STRING.
           CALL "LogOperatorEvent" USING
               BY REFERENCE AUDIT-EVENT-CODE
               BY REFERENCE AUDIT-EVENT-TEXT
               BY REFERENCE GAME-CABINET-ID
               BY REFERENCE OPERATOR-ID
               BY REFERENCE NO-MATCH-NUMBER
           END-CALL.

           DISPLAY "Public initials for " TARGET-KEY " ("
               TARGET-INITIALS ") now " CONSENT-TEXT
               " on the boards, banners and feeds.".
