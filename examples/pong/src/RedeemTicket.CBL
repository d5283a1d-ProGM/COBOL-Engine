      *          today's date standing as the operator's
      *          acknowledgment -- the ledger-side half of handing
      *          the prize across the counter from the service menu.
      *          The ledger is rewritten through a staging copy
      *          (./data/tickets.dat.new) so every line, however many,
      *          is carried through untouched but the one paid; its
      *          seal doesn't cover the status and paid date, so the
      *          chain still verifies afterwards.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TICKET-FILE ASSIGN TO "./data/tickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-FILE-STATUS.
           SELECT STAGE-FILE ASSIGN TO "./data/tickets.dat.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TICKET-RECORD.
           COPY TICKETREC.

       FD  STAGE-FILE.
       01  STAGE-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  TICKET-FILE-STATUS PIC X(2).
       01  STAGE-FILE-STATUS PIC X(2).
       01  CURRENT-DATE-YMD PIC 9(8).
       01  MARKED-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
           MOVE SPACES TO PAID-INITIALS.
           MOVE SPACES TO PAID-KIND.
           MOVE 0 TO PAID-FOUND-FLAG.
           MOVE 0 TO MARKED-FLAG.

           OPEN INPUT TICKET-FILE.
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT STAGE-FILE.

           IF STAGE-FILE-STATUS NOT = "00" THEN
               CLOSE TICKET-FILE
               DISPLAY "ticket staging file unwritable (status "
                   STAGE-FILE-STATUS "); redemption not recorded."
               EXIT PROGRAM
           END-IF.

           ACCEPT CURRENT-DATE-YMD FROM DATE YYYYMMDD.

           PERFORM UNTIL TICKET-FILE-STATUS NOT = "00"
               READ TICKET-FILE
                   AT END
                       CONTINUE
           END-PERFORM.

           CLOSE TICKET-FILE.
           CLOSE STAGE-FILE.

           IF MARKED-FLAG = 0 THEN
               DELETE FILE STAGE-FILE
               EXIT PROGRAM
           END-IF.

           OPEN INPUT STAGE-FILE.
           OPEN OUTPUT TICKET-FILE.

           IF TICKET-FILE-STATUS NOT = "00"
           OR STAGE-FILE-STATUS NOT = "00" THEN
               DISPLAY "ticket ledger unwritable (status "
                   TICKET-FILE-STATUS "); redemption not recorded."
               MOVE 0 TO PAID-FOUND-FLAG
               CLOSE STAGE-FILE
               EXIT PROGRAM
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

           EXIT PROGRAM.

               MOVE 1 TO PAID-FOUND-FLAG
           END-IF.

           MOVE TICKET-RECORD TO STAGE-LINE.
           WRITE STAGE-LINE.
