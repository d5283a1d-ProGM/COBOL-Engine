      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: The counter's renewal chase list, off the
      *          membership file ./data/memberships.dat: every
      *          membership running out within the next fourteen
      *          days, soonest first as the file gives them, and
      *          every membership already lapsed with how many days
      *          it has been lapsed, so the staff can ask at the
      *          counter before a regular drifts away. The day to
      *          reckon from defaults to today; a date can be given
      *          to see the list as it will stand then:
      *              PrintMembershipRenewals
      *              PrintMembershipRenewals 20250301
      *          Tier names come from ./data/member_tiers.dat; a tier
      *          the site no longer lists prints by its number.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintMembershipRenewals.

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

       01  COMMAND-ARGUMENTS PIC X(80) VALUE SPACES.
       01  DATE-TOKEN PIC X(8) VALUE SPACES.

       01  TODAY-YMD PIC 9(8) VALUE 0.
       01  TODAY-NUMBER PIC 9(7) VALUE 0.
       01  EXPIRY-NUMBER PIC 9(7) VALUE 0.
       01  DAYS-APART PIC 9(7) VALUE 0.
       01  DAYS-EDIT PIC Z(6)9.

      *> how far ahead a membership counts as coming up for renewal.
       01  RENEWAL-WINDOW-DAYS PIC 9(3) VALUE 14.

       01  MEMBER-TIER-COUNT PIC 9(1) VALUE 0.
       01  MEMBER-TIER-TABLE.
           COPY MEMBTFLDS.
       01  TIER-TEXT PIC X(10) VALUE SPACES.

      *> R lists the renewals due, L the lapsed.
       01  LIST-PASS PIC X(1) VALUE SPACE.
       01  DUE-COUNT PIC 9(5) VALUE 0.
       01  LAPSED-COUNT PIC 9(5) VALUE 0.
       01  CURRENT-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       PRINT-MEMBERSHIP-RENEWALS-MAIN.
           ACCEPT COMMAND-ARGUMENTS FROM COMMAND-LINE.

           UNSTRING COMMAND-ARGUMENTS DELIMITED BY ALL SPACE
               INTO DATE-TOKEN
           END-UNSTRING.

           IF DATE-TOKEN IS NUMERIC THEN
               MOVE DATE-TOKEN TO TODAY-YMD
           ELSE
               ACCEPT TODAY-YMD FROM DATE YYYYMMDD
           END-IF.

           CALL "DateToDayNumber" USING
               BY REFERENCE TODAY-YMD
               BY REFERENCE TODAY-NUMBER
           END-CALL.

           CALL "LoadMemberTiers" USING
               BY REFERENCE MEMBER-TIER-COUNT
               BY REFERENCE MEMBER-TIER-TABLE
           END-CALL.

           OPEN INPUT MEMBERSHIP-FILE.

           IF MEMBERSHIP-FILE-STATUS NOT = "00" THEN
               DISPLAY "No membership file yet; nothing sold."
               STOP RUN
           END-IF.

           CLOSE MEMBERSHIP-FILE.

           DISPLAY "=== MEMBERSHIP RENEWALS AS AT " TODAY-YMD " ===".

           DISPLAY "--- DUE WITHIN " RENEWAL-WINDOW-DAYS " DAYS ---".
           MOVE "R" TO LIST-PASS.
           PERFORM LIST-ONE-PASS.
           IF DUE-COUNT = 0 THEN
               DISPLAY "(none)"
           END-IF.

           DISPLAY "--- LAPSED ---".
           MOVE "L" TO LIST-PASS.
           PERFORM LIST-ONE-PASS.
           IF LAPSED-COUNT = 0 THEN
               DISPLAY "(none)"
           END-IF.

           DISPLAY "DUE " DUE-COUNT "  LAPSED " LAPSED-COUNT
               "  CURRENT " CURRENT-COUNT.

           STOP RUN.

       LIST-ONE-PASS.
           MOVE 0 TO CURRENT-COUNT.

           OPEN INPUT MEMBERSHIP-FILE.

           IF MEMBERSHIP-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL MEMBERSHIP-FILE-STATUS NOT = "00"
               READ MEMBERSHIP-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SB-EXPIRY-DATE NUMERIC
                       AND SB-EXPIRY-DATE > 0 THEN
                           PERFORM WEIGH-ONE-MEMBERSHIP
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MEMBERSHIP-FILE.

       WEIGH-ONE-MEMBERSHIP.
           CALL "DateToDayNumber" USING
               BY REFERENCE SB-EXPIRY-DATE
               BY REFERENCE EXPIRY-NUMBER
           END-CALL.

           PERFORM SET-TIER-TEXT.

      *> the expiry day itself is still a member's day.
           IF EXPIRY-NUMBER < TODAY-NUMBER THEN
               IF LIST-PASS = "L" THEN
                   COMPUTE DAYS-APART = TODAY-NUMBER - EXPIRY-NUMBER
                   MOVE DAYS-APART TO DAYS-EDIT
                   ADD 1 TO LAPSED-COUNT
                   DISPLAY SB-PLAYER-KEY " " SB-INITIALS " "
                       TIER-TEXT " lapsed " SB-EXPIRY-DATE
                       "  " DAYS-EDIT " days ago"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DAYS-APART = EXPIRY-NUMBER - TODAY-NUMBER.

           IF DAYS-APART > RENEWAL-WINDOW-DAYS THEN
               ADD 1 TO CURRENT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF LIST-PASS = "R" THEN
               MOVE DAYS-APART TO DAYS-EDIT
               ADD 1 TO DUE-COUNT
               DISPLAY SB-PLAYER-KEY " " SB-INITIALS " "
                   TIER-TEXT " expires " SB-EXPIRY-DATE
                   "  in " DAYS-EDIT " days"
           END-IF.

       SET-TIER-TEXT.
           MOVE SPACES TO TIER-TEXT.
           IF SB-TIER NUMERIC AND SB-TIER > 0 THEN
               IF TV-DEFINED-FLAG (SB-TIER) = 1 THEN
                   MOVE TV-TIER-NAME (SB-TIER) TO TIER-TEXT
               ELSE
                   STRING "TIER " SB-TIER
                       DELIMITED BY SIZE INTO TIER-TEXT
                   END-STRING
               END-IF
           END-IF.
