      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Answers what membership a signed-in player holds
      *          and what it is worth at the cabinet right now: the
      *          tier, its credits per default coin, the free starts
      *          left today and the expiry date. A lapsed membership,
      *          a tier the site no longer lists, or no record at all
      *          answers tier 0. The answer is cached per player key
      *          and day, so the cabinet can ask on every frame and
      *          hand the answer to CheckPricing without touching the
      *          disk. The action byte says what else to do first:
      *              Q  answer from the cache (re-read on a new key
      *                 or a new day)
      *              U  spend one of today's free starts, then answer
      *              R  re-read the tiers and the record, then answer
      *                 (after the counter sells or renews)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MemberPricing.

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

       01  TIERS-LOADED-FLAG PIC 9(1) VALUE 0.
       01  MEMBER-TIER-COUNT PIC 9(1) VALUE 0.
       01  MEMBER-TIER-TABLE.
           COPY MEMBTFLDS.

      *> the last answer given, and for whom and on which day.
       01  CACHED-KEY PIC X(8) VALUE SPACES.
       01  CACHED-DAY PIC 9(8) VALUE 0.
       01  CACHED-TIER PIC 9(1) VALUE 0.
       01  CACHED-EXPIRY PIC 9(8) VALUE 0.
       01  CACHED-FREE-USED PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  MEMBER-PRICING-ACTION PIC X(1).
       01  MEMBER-PRICING-KEY PIC X(8).
       01  MEMBER-TIER PIC 9(1).
       01  MEMBER-CREDITS-PER-COIN PIC 9(2).
       01  MEMBER-FREE-LEFT PIC 9(2).
       01  MEMBER-EXPIRY PIC 9(8).

       PROCEDURE DIVISION USING MEMBER-PRICING-ACTION
           MEMBER-PRICING-KEY MEMBER-TIER MEMBER-CREDITS-PER-COIN
           MEMBER-FREE-LEFT MEMBER-EXPIRY.
       MEMBER-PRICING-LOGIC.
           MOVE 0 TO MEMBER-TIER.
           MOVE 0 TO MEMBER-CREDITS-PER-COIN.
           MOVE 0 TO MEMBER-FREE-LEFT.
           MOVE 0 TO MEMBER-EXPIRY.

           IF TIERS-LOADED-FLAG = 0
           OR MEMBER-PRICING-ACTION = "R" THEN
               MOVE 1 TO TIERS-LOADED-FLAG
               CALL "LoadMemberTiers" USING
                   BY REFERENCE MEMBER-TIER-COUNT
                   BY REFERENCE MEMBER-TIER-TABLE
               END-CALL
           END-IF.

           IF MEMBER-PRICING-KEY = SPACES
           OR MEMBER-TIER-COUNT = 0 THEN
               EXIT PROGRAM
           END-IF.

           ACCEPT TODAY-YMD FROM DATE YYYYMMDD.

           IF MEMBER-PRICING-ACTION = "U" THEN
               PERFORM SPEND-FREE-START
           END-IF.

           IF MEMBER-PRICING-ACTION NOT = "Q"
           OR MEMBER-PRICING-KEY NOT = CACHED-KEY
           OR TODAY-YMD NOT = CACHED-DAY THEN
               PERFORM READ-MEMBERSHIP
           END-IF.

           IF CACHED-TIER = 0 THEN
               EXIT PROGRAM
           END-IF.

           MOVE CACHED-TIER TO MEMBER-TIER.
           MOVE CACHED-EXPIRY TO MEMBER-EXPIRY.
           MOVE TV-CREDITS-PER-COIN (CACHED-TIER)
               TO MEMBER-CREDITS-PER-COIN.
           IF CACHED-FREE-USED < TV-FREE-STARTS (CACHED-TIER) THEN
               COMPUTE MEMBER-FREE-LEFT =
                   TV-FREE-STARTS (CACHED-TIER) - CACHED-FREE-USED
           END-IF.

           EXIT PROGRAM.

       READ-MEMBERSHIP.
           MOVE MEMBER-PRICING-KEY TO CACHED-KEY.
           MOVE TODAY-YMD TO CACHED-DAY.
           MOVE 0 TO CACHED-TIER.
           MOVE 0 TO CACHED-EXPIRY.
           MOVE 0 TO CACHED-FREE-USED.

           OPEN INPUT MEMBERSHIP-FILE.

           IF MEMBERSHIP-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MEMBER-PRICING-KEY TO SB-PLAYER-KEY.
           READ MEMBERSHIP-FILE
               KEY IS SB-PLAYER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM TAKE-MEMBERSHIP
           END-READ.

           CLOSE MEMBERSHIP-FILE.

       TAKE-MEMBERSHIP.
      *> the expiry day itself is still a member's day.
           IF SB-EXPIRY-DATE NOT NUMERIC
           OR SB-EXPIRY-DATE < TODAY-YMD
           OR SB-TIER NOT NUMERIC OR SB-TIER = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF TV-DEFINED-FLAG (SB-TIER) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SB-TIER TO CACHED-TIER.
           MOVE SB-EXPIRY-DATE TO CACHED-EXPIRY.
           IF SB-FREE-DATE = TODAY-YMD AND SB-FREE-USED NUMERIC THEN
               MOVE SB-FREE-USED TO CACHED-FREE-USED
           END-IF.

       SPEND-FREE-START.
           OPEN I-O MEMBERSHIP-FILE.

           IF MEMBERSHIP-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE MEMBER-PRICING-KEY TO SB-PLAYER-KEY.
           READ MEMBERSHIP-FILE
               KEY IS SB-PLAYER-KEY
               INVALID KEY
                   CLOSE MEMBERSHIP-FILE
                   EXIT PARAGRAPH
           END-READ.

      *> a new day starts the allowance over.
           IF SB-FREE-DATE NOT = TODAY-YMD
           OR SB-FREE-USED NOT NUMERIC THEN
               MOVE TODAY-YMD TO SB-FREE-DATE
               MOVE 0 TO SB-FREE-USED
           END-IF.

           IF SB-FREE-USED < 99 THEN
               ADD 1 TO SB-FREE-USED
           END-IF.

           REWRITE MEMBERSHIP-RECORD.

           CLOSE MEMBERSHIP-FILE.
