      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Pays one prize from the ./data/prizes.dat catalog
      *          across the counter. The prize's ticket cost is taken
      *          from the payee's oldest still-owed tickets in
      *          ./data/tickets.dat (each marked paid with today's
      *          date, exactly as RedeemTicket marks one), the stock
      *          on hand is brought down by one, and the issue lands
      *          in ./data/prize_issues.dat for the reorder report.
      *          The payee is the name keyed at the counter; with no
      *          name keyed it is whoever holds the oldest owed
      *          ticket, the order the counter has always paid in.
      *          Nothing moves unless the prize exists, is in stock
      *          and the payee holds enough owed tickets. Both files
      *          are rewritten through staging copies (.new), the
      *          ticket ledger first: a drawer count that drifts can
      *          be recounted, a ticket paid twice can't be unpaid.
      *          PAID-RESULT answers 1 paid, 2 no such prize, 3 out
      *          of stock, 4 not enough owed tickets, 5 a file would
      *          not open or write; PAID-OWED-LEFT the payee's owed
      *          tickets afterwards (or as found, when short).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RedeemPrize.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-FILE ASSIGN TO "./data/prizes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIZE-FILE-STATUS.
           SELECT TICKET-FILE ASSIGN TO "./data/tickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-FILE-STATUS.
           SELECT ISSUE-FILE ASSIGN TO "./data/prize_issues.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISSUE-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIZE-FILE.
       01  PRIZE-RECORD.
           COPY PRIZEREC.
      *> the whole line, comment rows included, for the rewrite.
       01  PRIZE-TEXT PIC X(120).

       FD  TICKET-FILE.
       01  TICKET-RECORD.
           COPY TICKETREC.

       FD  ISSUE-FILE.
       01  ISSUE-RECORD.
           COPY PRIZEISS.

       FD  STAGE-FILE.
       01  STAGE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  PRIZE-FILE-STATUS PIC X(2).
       01  TICKET-FILE-STATUS PIC X(2).
       01  ISSUE-FILE-STATUS PIC X(2).
       01  STAGE-FILE-STATUS PIC X(2).
       01  STAGE-PATH PIC X(40) VALUE SPACES.

       01  CURRENT-DATE-YMD PIC 9(8).
       01  CURRENT-TIME-HMS PIC 9(8).

       01  PRIZE-FOUND-FLAG PIC 9(1) VALUE 0.
       01  PRIZE-COST PIC 9(4) VALUE 0.
       01  PRIZE-STOCK PIC 9(5) VALUE 0.
       01  OWED-COUNT PIC 9(4) VALUE 0.
       01  MARKED-COUNT PIC 9(4) VALUE 0.
       01  STOCK-TAKEN-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  PAID-INITIALS PIC X(3).
       01  PAID-CODE PIC X(6).
       01  PAID-CABINET-ID PIC X(8).
       01  PAID-RESULT PIC 9(1).
       01  PAID-OWED-LEFT PIC 9(4).

       PROCEDURE DIVISION USING
           PAID-INITIALS PAID-CODE PAID-CABINET-ID PAID-RESULT
           PAID-OWED-LEFT.
       REDEEM-PRIZE-LOGIC.
           MOVE 0 TO PAID-OWED-LEFT.
           MOVE 0 TO MARKED-COUNT.
           MOVE 0 TO STOCK-TAKEN-FLAG.
           MOVE 5 TO PAID-RESULT.

           PERFORM FIND-PRIZE.

           IF PRIZE-FOUND-FLAG = 0 THEN
               MOVE 2 TO PAID-RESULT
               EXIT PROGRAM
           END-IF.

           IF PRIZE-STOCK = 0 THEN
               MOVE 3 TO PAID-RESULT
               EXIT PROGRAM
           END-IF.

           PERFORM COUNT-OWED-TICKETS.
           MOVE OWED-COUNT TO PAID-OWED-LEFT.

           IF OWED-COUNT < PRIZE-COST OR OWED-COUNT = 0 THEN
               MOVE 4 TO PAID-RESULT
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HMS FROM TIME.

           PERFORM MARK-TICKETS-PAID.

           IF MARKED-COUNT NOT = PRIZE-COST THEN
               EXIT PROGRAM
           END-IF.

           COMPUTE PAID-OWED-LEFT = OWED-COUNT - PRIZE-COST.
           MOVE 1 TO PAID-RESULT.

           PERFORM TAKE-FROM-STOCK.
           PERFORM WRITE-ISSUE-LINE.

           EXIT PROGRAM.

       FIND-PRIZE.
           MOVE 0 TO PRIZE-FOUND-FLAG.

           OPEN INPUT PRIZE-FILE.

           IF PRIZE-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL PRIZE-FILE-STATUS NOT = "00"
           OR PRIZE-FOUND-FLAG = 1
               READ PRIZE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PZ-CODE = PAID-CODE
                       AND PZ-TICKET-COST NUMERIC
                       AND PZ-STOCK NUMERIC
                       AND PZ-TICKET-COST > 0 THEN
                           MOVE 1 TO PRIZE-FOUND-FLAG
                           MOVE PZ-TICKET-COST TO PRIZE-COST
                           MOVE PZ-STOCK TO PRIZE-STOCK
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRIZE-FILE.

       COUNT-OWED-TICKETS.
      *> with no name keyed, the holder of the oldest owed ticket is
      *> the one at the counter.
           MOVE 0 TO OWED-COUNT.

           OPEN INPUT TICKET-FILE.

           IF TICKET-FILE-STATUS NOT = "00" THEN
               MOVE 4 TO PAID-RESULT
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL TICKET-FILE-STATUS NOT = "00"
               READ TICKET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TK-STATUS = "E" THEN
                           IF PAID-INITIALS = SPACES THEN
                               MOVE TK-INITIALS TO PAID-INITIALS
                           END-IF
                           IF TK-INITIALS = PAID-INITIALS THEN
                               ADD 1 TO OWED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TICKET-FILE.

       MARK-TICKETS-PAID.
           MOVE "./data/tickets.dat.new" TO STAGE-PATH.

           OPEN INPUT TICKET-FILE.
           OPEN OUTPUT STAGE-FILE.

           IF TICKET-FILE-STATUS NOT = "00"
           OR STAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "ticket staging file unwritable (status "
                   STAGE-FILE-STATUS "); prize not paid."
               CLOSE TICKET-FILE
               CLOSE STAGE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL TICKET-FILE-STATUS NOT = "00"
               READ TICKET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-TICKET
               END-READ
           END-PERFORM.

           CLOSE TICKET-FILE.
           CLOSE STAGE-FILE.

           IF MARKED-COUNT NOT = PRIZE-COST THEN
               DELETE FILE STAGE-FILE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT TICKET-FILE.

           IF TICKET-FILE-STATUS NOT = "00"
           OR STAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "ticket ledger unwritable (status "
                   TICKET-FILE-STATUS "); prize not paid."
               MOVE 0 TO MARKED-COUNT
               CLOSE STAGE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
               READ STAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STAGE-LINE TO TICKET-RECORD
                       WRITE TICKET-RECORD
               END-READ
           END-PERFORM.

           CLOSE TICKET-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.

       TAKE-ONE-TICKET.
      *> the payee's oldest owed tickets, as many as the prize
      *> costs, get today's date; every other line passes through
      *> exactly as it stood.
           IF MARKED-COUNT < PRIZE-COST
           AND TK-STATUS = "E"
           AND TK-INITIALS = PAID-INITIALS THEN
               MOVE "P" TO TK-STATUS
               MOVE CURRENT-DATE-YMD TO TK-PAID-DATE
               ADD 1 TO MARKED-COUNT
           END-IF.

           MOVE TICKET-RECORD TO STAGE-LINE.
           WRITE STAGE-LINE.

       TAKE-FROM-STOCK.
           MOVE "./data/prizes.dat.new" TO STAGE-PATH.

           OPEN INPUT PRIZE-FILE.
           OPEN OUTPUT STAGE-FILE.

      *> the tickets are already paid; a drawer count that can't be
      *> moved is said out loud for the next stock-take to settle.
           IF PRIZE-FILE-STATUS NOT = "00"
           OR STAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "prizes.dat would not restage (status "
                   STAGE-FILE-STATUS "); stock of " PAID-CODE
                   " not brought down."
               CLOSE PRIZE-FILE
               CLOSE STAGE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL PRIZE-FILE-STATUS NOT = "00"
               READ PRIZE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STOCK-TAKEN-FLAG = 0
                       AND PZ-CODE = PAID-CODE
                       AND PZ-STOCK NUMERIC
                       AND PZ-STOCK > 0 THEN
                           SUBTRACT 1 FROM PZ-STOCK
                           MOVE 1 TO STOCK-TAKEN-FLAG
                       END-IF
                       MOVE PRIZE-TEXT TO STAGE-LINE
                       WRITE STAGE-LINE
               END-READ
           END-PERFORM.

           CLOSE PRIZE-FILE.
           CLOSE STAGE-FILE.

           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT PRIZE-FILE.

           IF PRIZE-FILE-STATUS NOT = "00"
           OR STAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "prizes.dat unwritable (status "
                   PRIZE-FILE-STATUS "); stock of " PAID-CODE
                   " not brought down."
               CLOSE STAGE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL STAGE-FILE-STATUS NOT = "00"
               READ STAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STAGE-LINE TO PRIZE-TEXT
                       WRITE PRIZE-TEXT
               END-READ
           END-PERFORM.

           CLOSE PRIZE-FILE.
           CLOSE STAGE-FILE.

           DELETE FILE STAGE-FILE.

       WRITE-ISSUE-LINE.
           OPEN EXTEND ISSUE-FILE.

           IF ISSUE-FILE-STATUS = "05"
           OR ISSUE-FILE-STATUS = "35" THEN
               OPEN OUTPUT ISSUE-FILE
           END-IF.

           IF ISSUE-FILE-STATUS NOT = "00" THEN
               DISPLAY "prize_issues.dat unwritable (status "
                   ISSUE-FILE-STATUS "); issue of " PAID-CODE
                   " not logged."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ISSUE-RECORD.
           MOVE CURRENT-DATE-YMD TO PI-DATE.
           COMPUTE PI-TIME = CURRENT-TIME-HMS / 100.
           MOVE PAID-INITIALS TO PI-INITIALS.
           MOVE PAID-CODE TO PI-CODE.
           MOVE PRIZE-COST TO PI-TICKETS.
           MOVE PAID-CABINET-ID TO PI-CABINET-ID.

           WRITE ISSUE-RECORD.

           CLOSE ISSUE-FILE.
