      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Sells or renews one membership at the counter, on
      *          ./data/memberships.dat under the player's key. A
      *          first sale, or a renewal after the membership has
      *          lapsed, starts a fresh run today for the tier's
      *          term; a renewal while still current adds the term
      *          on to the expiry already held, so paying early
      *          never loses a day. Either way the record takes the
      *          tier just sold. Hands back the new expiry and the
      *          tier's fee, with the ok flag clear when the tier is
      *          not on sale or the file would not open.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SellMembership.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "./data/memberships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-PLAYER-KEY
               FILE STATUS IS MEMBERSHIP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBERSHIP-FILE.
       01  MEMBERSHIP-RECORD.
           COPY SUBSREC.

       WORKING-STORAGE SECTION.
       01  MEMBERSHIP-FILE-STATUS PIC X(2).
       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  RUN-FROM-NUMBER PIC 9(7) VALUE 0.
       01  EXPIRY-NUMBER PIC 9(7) VALUE 0.
       01  RECORD-FOUND-FLAG PIC 9(1) VALUE 0.

       01  MEMBER-TIER-COUNT PIC 9(1) VALUE 0.
       01  MEMBER-TIER-TABLE.
           COPY MEMBTFLDS.

       LINKAGE SECTION.
       01  SALE-PLAYER-KEY PIC X(8).
       01  SALE-INITIALS PIC X(3).
       01  SALE-TIER PIC 9(1).
       01  SALE-EXPIRY PIC 9(8).
       01  SALE-FEE PIC 9(5).
       01  SALE-OK-FLAG PIC 9(1).

       PROCEDURE DIVISION USING SALE-PLAYER-KEY SALE-INITIALS
           SALE-TIER SALE-EXPIRY SALE-FEE SALE-OK-FLAG.
       SELL-MEMBERSHIP-LOGIC.
           MOVE 0 TO SALE-OK-FLAG.
           MOVE 0 TO SALE-EXPIRY.
           MOVE 0 TO SALE-FEE.

           IF SALE-PLAYER-KEY = SPACES OR SALE-TIER = 0 THEN
               EXIT PROGRAM
           END-IF.

           CALL "LoadMemberTiers" USING
               BY REFERENCE MEMBER-TIER-COUNT
               BY REFERENCE MEMBER-TIER-TABLE
           END-CALL.

           IF TV-DEFINED-FLAG (SALE-TIER) = 0 THEN
               EXIT PROGRAM
           END-IF.

           OPEN I-O MEMBERSHIP-FILE.

           IF MEMBERSHIP-FILE-STATUS = "35" THEN
               OPEN OUTPUT MEMBERSHIP-FILE
               CLOSE MEMBERSHIP-FILE
               OPEN I-O MEMBERSHIP-FILE
           END-IF.

           IF MEMBERSHIP-FILE-STATUS NOT = "00" THEN
               DISPLAY "memberships.dat would not open (status "
                   MEMBERSHIP-FILE-STATUS "); membership not sold."
               EXIT PROGRAM
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.

           MOVE 1 TO RECORD-FOUND-FLAG.
           MOVE SALE-PLAYER-KEY TO SB-PLAYER-KEY.
           READ MEMBERSHIP-FILE
               KEY IS SB-PLAYER-KEY
               INVALID KEY
                   MOVE 0 TO RECORD-FOUND-FLAG
           END-READ.

           IF RECORD-FOUND-FLAG = 0 THEN
               MOVE SPACES TO MEMBERSHIP-RECORD
               MOVE SALE-PLAYER-KEY TO SB-PLAYER-KEY
               MOVE 0 TO SB-FREE-DATE
               MOVE 0 TO SB-FREE-USED
               MOVE 0 TO SB-SALES
               MOVE 0 TO SB-EXPIRY-DATE
           END-IF.

      *> still current: the new term runs on from the day after the
      *> old expiry. New or lapsed: it runs from today.
           IF SB-EXPIRY-DATE NUMERIC
           AND SB-EXPIRY-DATE >= TODAY-YMD THEN
               CALL "DateToDayNumber" USING
                   BY REFERENCE SB-EXPIRY-DATE
                   BY REFERENCE RUN-FROM-NUMBER
               END-CALL
               ADD 1 TO RUN-FROM-NUMBER
           ELSE
               MOVE TODAY-NUMBER TO RUN-FROM-NUMBER
               MOVE TODAY-YMD TO SB-START-DATE
           END-IF.

           COMPUTE EXPIRY-NUMBER =
               RUN-FROM-NUMBER + TV-TERM-DAYS (SALE-TIER) - 1.
           CALL "DayNumberToDate" USING
               BY REFERENCE EXPIRY-NUMBER
               BY REFERENCE SB-EXPIRY-DATE
           END-CALL.

           MOVE SALE-INITIALS TO SB-INITIALS.
           MOVE SALE-TIER TO SB-TIER.
           IF SB-SALES NOT NUMERIC THEN
               MOVE 0 TO SB-SALES
           END-IF.
           IF SB-SALES < 999 THEN
               ADD 1 TO SB-SALES
           END-IF.

           IF RECORD-FOUND-FLAG = 1 THEN
               REWRITE MEMBERSHIP-RECORD
           ELSE
               WRITE MEMBERSHIP-RECORD
           END-IF.

           CLOSE MEMBERSHIP-FILE.

           MOVE SB-EXPIRY-DATE TO SALE-EXPIRY.
           MOVE TV-FEE (SALE-TIER) TO SALE-FEE.
           MOVE 1 TO SALE-OK-FLAG.

           EXIT PROGRAM.
