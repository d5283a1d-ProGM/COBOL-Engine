      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Loads ./data/prizes.dat into the prize table the
      *          service menu's pay-out row cycles through: code,
      *          ticket cost and stock on hand, up to twenty prizes
      *          in file order. No file means no catalog -- the row
      *          then pays the oldest owed ticket as it always has.
      *          Comment rows (starting with #), rows with an
      *          unreadable cost or stock, and prizes costing no
      *          tickets at all are skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadPrizeCatalog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-FILE ASSIGN TO "./data/prizes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIZE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIZE-FILE.
       01  PRIZE-RECORD.
           COPY PRIZEREC.
      *> room for a whole comment row, so it reads as one line.
       01  PRIZE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  PRIZE-FILE-STATUS PIC X(2).

       LINKAGE SECTION.
       01  PRIZE-COUNT PIC 9(2).
       01  PRIZE-TABLE.
           COPY PRIZEFLDS.

       PROCEDURE DIVISION USING PRIZE-COUNT PRIZE-TABLE.
       LOAD-PRIZE-CATALOG-LOGIC.
           MOVE 0 TO PRIZE-COUNT.

           OPEN INPUT PRIZE-FILE.

           IF PRIZE-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL PRIZE-FILE-STATUS NOT = "00"
               READ PRIZE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-PRIZE-ROW
               END-READ
           END-PERFORM.

           CLOSE PRIZE-FILE.

           EXIT PROGRAM.

       TAKE-PRIZE-ROW.
           IF PZ-CODE (1:1) = "#" OR PZ-CODE = SPACES
           OR PZ-TICKET-COST NOT NUMERIC
           OR PZ-STOCK NOT NUMERIC
           OR PZ-TICKET-COST = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF PRIZE-COUNT >= 20 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PRIZE-COUNT.
           MOVE PZ-CODE TO PR-CODE (PRIZE-COUNT).
           MOVE PZ-TICKET-COST TO PR-TICKET-COST (PRIZE-COUNT).
           MOVE PZ-STOCK TO PR-STOCK (PRIZE-COUNT).
