      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Reads the membership tiers the counter sells from
      *          ./data/member_tiers.dat into the tier table, one slot
      *          per tier number. No file, or no usable row, hands
      *          back a count of zero and every slot undefined, so a
      *          site that sells no memberships never sees the menu
      *          row do anything. A tier with a zero term is given
      *          thirty days, and a zero coin rate the flat one
      *          credit: a membership always runs for something and
      *          a coin is never worth nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadMemberTiers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-FILE ASSIGN TO "./data/member_tiers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIER-FILE.
       01  TIER-RECORD.
           COPY MEMBTIER.
      *> room for a whole comment row, so it reads as one line.
       01  TIER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  TIER-FILE-STATUS PIC X(2).
       01  TIER-IDX PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  MEMBER-TIER-COUNT PIC 9(1).
       01  MEMBER-TIER-TABLE.
           COPY MEMBTFLDS.

       PROCEDURE DIVISION USING MEMBER-TIER-COUNT MEMBER-TIER-TABLE.
       LOAD-MEMBER-TIERS-LOGIC.
           MOVE 0 TO MEMBER-TIER-COUNT.
           PERFORM VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 9
               PERFORM CLEAR-TIER-SLOT
           END-PERFORM.

           OPEN INPUT TIER-FILE.

           IF TIER-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL TIER-FILE-STATUS NOT = "00"
               READ TIER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment and template rows don't start with a tier digit.
                       IF TI-TIER-ID NUMERIC AND TI-TIER-ID > 0
                       AND TI-FEE NUMERIC AND TI-TERM-DAYS NUMERIC
                       AND TI-CREDITS-PER-COIN NUMERIC
                       AND TI-FREE-STARTS NUMERIC THEN
                           PERFORM TAKE-TIER-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TIER-FILE.

           EXIT PROGRAM.

       CLEAR-TIER-SLOT.
           MOVE 0 TO TV-DEFINED-FLAG (TIER-IDX).
           MOVE SPACES TO TV-TIER-NAME (TIER-IDX).
           MOVE 0 TO TV-FEE (TIER-IDX).
           MOVE 0 TO TV-TERM-DAYS (TIER-IDX).
           MOVE 0 TO TV-CREDITS-PER-COIN (TIER-IDX).
           MOVE 0 TO TV-FREE-STARTS (TIER-IDX).

       TAKE-TIER-ROW.
           MOVE TI-TIER-ID TO TIER-IDX.

      *> a tier listed twice keeps its last row but counts once.
           IF TV-DEFINED-FLAG (TIER-IDX) = 0 THEN
               ADD 1 TO MEMBER-TIER-COUNT
           END-IF.

           MOVE 1 TO TV-DEFINED-FLAG (TIER-IDX).
           MOVE TI-TIER-NAME TO TV-TIER-NAME (TIER-IDX).
           MOVE TI-FEE TO TV-FEE (TIER-IDX).
           MOVE TI-TERM-DAYS TO TV-TERM-DAYS (TIER-IDX).
           MOVE TI-CREDITS-PER-COIN TO TV-CREDITS-PER-COIN (TIER-IDX).
           MOVE TI-FREE-STARTS TO TV-FREE-STARTS (TIER-IDX).

           IF TV-TERM-DAYS (TIER-IDX) = 0 THEN
               MOVE 30 TO TV-TERM-DAYS (TIER-IDX)
           END-IF.
           IF TV-CREDITS-PER-COIN (TIER-IDX) = 0 THEN
               MOVE 1 TO TV-CREDITS-PER-COIN (TIER-IDX)
           END-IF.
