      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Daily sales journal export for the bookkeeper's
      *          accounting package. For one closed business day
      *          (today, or YYYYMMDD on the command line) writes
      *          ./data/sales_journal_YYYYMMDD.csv with one row per
      *          general-ledger account: cash coin revenue, the
      *          non-cash credits granted (loyalty, voucher,
      *          challenge, free play), the movement in stored-value
      *          liability from the balance journal, the movement in
      *          prize-ticket liability from the ticket ledger,
      *          rental income from the receipt register, and the
      *          membership fees taken at the counter (the MEMB coin
      *          lines, each valued at its fee). The GL
      *          codes and unit values come from
      *          ./data/gl_accounts.dat.
      *          A day with no line in the day ledger is refused --
      *          the figures are only final once CloseDay has run --
      *          and so is a day already in the export register
      *          ./data/sales_exports.dat, so the bookkeeper never
      *          imports the same day twice.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportSalesJournal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "./data/day_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "./data/gl_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-FILE-STATUS.
           SELECT EXPORT-LOG-FILE ASSIGN TO "./data/sales_exports.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-LOG-FILE-STATUS.
           SELECT COIN-FILE ASSIGN TO "./data/coin_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COIN-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "./data/balance_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT TICKET-FILE ASSIGN TO "./data/tickets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "./data/receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY DAYLEDG.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           COPY GLMAP.
      *> room for a whole comment row, so it reads as one line.
       01  GL-MAP-LINE PIC X(120).

       FD  EXPORT-LOG-FILE.
       01  EXPORT-LOG-RECORD.
           05 SX-DATE          PIC 9(8).
           05 SX-SEP-1         PIC X(1).
           05 SX-EXPORTED-DATE PIC 9(8).
           05 SX-SEP-2         PIC X(1).
           05 SX-EXPORTED-TIME PIC 9(6).
           05 SX-SEP-3         PIC X(1).
           05 SX-ROW-COUNT     PIC 9(2).
           05 SX-SEP-4         PIC X(1).
           05 SX-FILE-NAME     PIC X(40).

       FD  COIN-FILE.
       01  COIN-EVENT-RECORD.
           COPY COINEVT.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY BALJRNL.

       FD  TICKET-FILE.
       01  TICKET-RECORD.
           COPY TICKETREC.

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD.
           COPY RCPTREC.

       FD  EXPORT-FILE.
       01  EXPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  LEDGER-FILE-STATUS PIC X(2).
       01  GL-MAP-FILE-STATUS PIC X(2).
       01  EXPORT-LOG-FILE-STATUS PIC X(2).
       01  COIN-FILE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  TICKET-FILE-STATUS PIC X(2).
       01  RECEIPT-FILE-STATUS PIC X(2).
       01  EXPORT-FILE-STATUS PIC X(2).

       01  EXPORT-DATE PIC 9(8) VALUE 0.
       01  DATE-ARGUMENT PIC X(20) VALUE SPACES.
       01  DATE-ARGUMENT-NUM REDEFINES DATE-ARGUMENT.
           05 DA-DATE PIC 9(8).
           05 FILLER  PIC X(12).
       01  EXPORT-PATH PIC X(40) VALUE SPACES.
       01  NOW-DATE-YMD PIC 9(8) VALUE 0.
       01  NOW-TIME-RAW PIC 9(8) VALUE 0.

       01  DAY-CLOSED-FLAG PIC 9(1) VALUE 0.
       01  DAY-EXPORTED-FLAG PIC 9(1) VALUE 0.
       01  DAY-LEDGER-CASH PIC 9(9) VALUE 0.
       01  LEDGER-CASH-FLAG PIC 9(1) VALUE 0.
       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.

      *> the mapping as read; keys the export needs are looked up
      *> here, and one missing is reason enough to refuse the day.
       01  GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 20 TIMES.
               10 MT-KEY         PIC X(8).
               10 MT-ACCOUNT     PIC X(12).
               10 MT-UNIT-VALUE  PIC 9(5).
               10 MT-DESCRIPTION PIC X(30).
       01  GL-MAP-COUNT PIC 9(2) VALUE 0.
       01  GL-MAP-IDX PIC 9(2) VALUE 0.
       01  FOUND-MAP-IDX PIC 9(2) VALUE 0.
       01  UNMAPPED-COUNT PIC 9(2) VALUE 0.

       01  JOURNAL-KEY-LIST.
           05 FILLER PIC X(32) VALUE "CASHREV LOYALTY VOUCHER CHALLENG".
           05 FILLER PIC X(32) VALUE "FREEPLAYSVLIAB  TKTLIAB RENTAL  ".
           05 FILLER PIC X(8) VALUE "MEMBSHIP".
       01  JOURNAL-KEY-TABLE REDEFINES JOURNAL-KEY-LIST.
           05 JOURNAL-KEY OCCURS 9 TIMES PIC X(8).
       01  JOURNAL-KEY-IDX PIC 9(2) VALUE 0.

      *> the day's figures, in the unit each one is counted in:
      *> coins and cents, credits, tickets.
       01  DAY-COIN-COUNT PIC 9(7) VALUE 0.
       01  DAY-CASH-VALUE PIC 9(9) VALUE 0.
       01  DAY-LOYALTY-CREDITS PIC 9(7) VALUE 0.
       01  DAY-VOUCHER-CREDITS PIC 9(7) VALUE 0.
       01  DAY-CHALLENGE-CREDITS PIC 9(7) VALUE 0.
       01  DAY-FREE-CREDITS PIC 9(7) VALUE 0.
       01  DAY-BALANCE-MOVEMENT PIC S9(7) VALUE 0.
       01  DAY-TICKET-MOVEMENT PIC S9(7) VALUE 0.
       01  DAY-RENTAL-CREDITS PIC S9(7) VALUE 0.
       01  DAY-MEMBERSHIP-COUNT PIC 9(7) VALUE 0.
       01  DAY-MEMBERSHIP-VALUE PIC 9(9) VALUE 0.
       01  LINE-CREDITS PIC 9(2) VALUE 0.

       01  POST-KEY PIC X(8) VALUE SPACES.
       01  POST-QUANTITY PIC S9(7) VALUE 0.
       01  POST-AMOUNT PIC S9(9) VALUE 0.
       01  POST-UNIT-VALUE PIC 9(5) VALUE 0.
       01  RENTAL-AMOUNT PIC S9(9) VALUE 0.

      *> one export row per GL account; keys mapped to the same
      *> account are summed into the one row.
       01  GL-ROW-TABLE.
           05 GL-ROW OCCURS 9 TIMES.
               10 GR-ACCOUNT     PIC X(12).
               10 GR-DESCRIPTION PIC X(30).
               10 GR-QUANTITY    PIC S9(7).
               10 GR-AMOUNT      PIC S9(9).
       01  GL-ROW-COUNT PIC 9(2) VALUE 0.
       01  GL-ROW-IDX PIC 9(2) VALUE 0.
       01  FOUND-ROW-IDX PIC 9(2) VALUE 0.

       01  QUANTITY-EDIT PIC -(7)9.
       01  AMOUNT-EDIT PIC -(9)9.99.
       01  QUANTITY-START PIC 9(2) VALUE 0.
       01  AMOUNT-START PIC 9(2) VALUE 0.
       01  CSV-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       EXPORT-SALES-JOURNAL-MAIN.
           ACCEPT DATE-ARGUMENT FROM COMMAND-LINE.

           IF DA-DATE NUMERIC AND DA-DATE > 0 THEN
               MOVE DA-DATE TO EXPORT-DATE
           ELSE
               ACCEPT EXPORT-DATE FROM DATE YYYYMMDD
           END-IF.

           PERFORM CHECK-DAY-CLOSED.

           IF DAY-CLOSED-FLAG = 0 THEN
               DISPLAY "Day " EXPORT-DATE " is not closed in the day"
                   " ledger; run CloseDay first. Nothing exported."
               STOP RUN
           END-IF.

           PERFORM CHECK-ALREADY-EXPORTED.

           IF DAY-EXPORTED-FLAG = 1 THEN
               DISPLAY "Day " EXPORT-DATE " was already exported;"
                   " nothing to do."
               STOP RUN
           END-IF.

           MOVE SPACES TO EXPORT-PATH.
           STRING "./data/sales_journal_" EXPORT-DATE ".csv"
               DELIMITED BY SIZE INTO EXPORT-PATH
           END-STRING.

      *> a file already sitting there was made by hand or by a run
      *> that died before the register line; either way it is not
      *> this program's to overwrite.
           OPEN INPUT EXPORT-FILE.
           IF EXPORT-FILE-STATUS = "00" THEN
               CLOSE EXPORT-FILE
               DISPLAY EXPORT-PATH " already exists; remove it or"
                   " check it was imported. Nothing exported."
               STOP RUN
           END-IF.

           PERFORM LOAD-GL-MAP.
           PERFORM CHECK-GL-MAP.

           IF UNMAPPED-COUNT > 0 THEN
               DISPLAY UNMAPPED-COUNT " journal line(s) have no GL"
                   " account in gl_accounts.dat (listed above);"
                   " nothing exported."
               STOP RUN
           END-IF.

           CALL "LoadCashParams" USING
               BY REFERENCE DEFAULT-COIN-VALUE
               BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           PERFORM TALLY-COIN-EVENTS.
           PERFORM TALLY-BALANCE-JOURNAL.
           PERFORM TALLY-TICKETS.
           PERFORM TALLY-RECEIPTS.

      *> the day ledger's cash is the figure of record; a day
      *> closed before the value column falls back on the coins.
           IF LEDGER-CASH-FLAG = 1 THEN
               MOVE DAY-LEDGER-CASH TO DAY-CASH-VALUE
           END-IF.

           PERFORM BUILD-GL-ROWS.
           PERFORM WRITE-EXPORT-FILE.

           STOP RUN.

       CHECK-DAY-CLOSED.
           OPEN INPUT LEDGER-FILE.

           IF LEDGER-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
               READ LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DL-DATE = EXPORT-DATE THEN
                           MOVE 1 TO DAY-CLOSED-FLAG
                           IF DL-CASH-VALUE NUMERIC THEN
                               MOVE DL-CASH-VALUE TO DAY-LEDGER-CASH
                               MOVE 1 TO LEDGER-CASH-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LEDGER-FILE.

       CHECK-ALREADY-EXPORTED.
           OPEN INPUT EXPORT-LOG-FILE.

           IF EXPORT-LOG-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EXPORT-LOG-FILE-STATUS NOT = "00"
               READ EXPORT-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SX-DATE = EXPORT-DATE THEN
                           MOVE 1 TO DAY-EXPORTED-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPORT-LOG-FILE.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.

           IF GL-MAP-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL GL-MAP-FILE-STATUS NOT = "00"
               READ GL-MAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-GL-MAPPING
               END-READ
           END-PERFORM.

           CLOSE GL-MAP-FILE.

       TAKE-ONE-GL-MAPPING.
           IF GM-KEY (1:1) = "#" OR GM-KEY = SPACES
           OR GM-ACCOUNT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           IF GL-MAP-COUNT >= 20 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO GL-MAP-COUNT.
           MOVE GM-KEY TO MT-KEY (GL-MAP-COUNT).
           MOVE GM-ACCOUNT TO MT-ACCOUNT (GL-MAP-COUNT).
           MOVE GM-DESCRIPTION TO MT-DESCRIPTION (GL-MAP-COUNT).
           MOVE 0 TO MT-UNIT-VALUE (GL-MAP-COUNT).
           IF GM-UNIT-VALUE NUMERIC THEN
               MOVE GM-UNIT-VALUE TO MT-UNIT-VALUE (GL-MAP-COUNT)
           END-IF.

       CHECK-GL-MAP.
           MOVE 0 TO UNMAPPED-COUNT.

           PERFORM VARYING JOURNAL-KEY-IDX FROM 1 BY 1
               UNTIL JOURNAL-KEY-IDX > 9
               MOVE JOURNAL-KEY (JOURNAL-KEY-IDX) TO POST-KEY
               PERFORM FIND-GL-MAPPING
               IF FOUND-MAP-IDX = 0 THEN
                   ADD 1 TO UNMAPPED-COUNT
                   DISPLAY "no GL account for " POST-KEY
               END-IF
           END-PERFORM.

       FIND-GL-MAPPING.
           MOVE 0 TO FOUND-MAP-IDX.

           PERFORM VARYING GL-MAP-IDX FROM 1 BY 1
               UNTIL GL-MAP-IDX > GL-MAP-COUNT OR FOUND-MAP-IDX > 0
               IF MT-KEY (GL-MAP-IDX) = POST-KEY THEN
                   MOVE GL-MAP-IDX TO FOUND-MAP-IDX
               END-IF
           END-PERFORM.

       TALLY-COIN-EVENTS.
           OPEN INPUT COIN-FILE.

           IF COIN-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL COIN-FILE-STATUS NOT = "00"
               READ COIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ONE-COIN-LINE
               END-READ
           END-PERFORM.

           CLOSE COIN-FILE.

       TALLY-ONE-COIN-LINE.
           IF CE-DATE NOT NUMERIC OR CE-DATE NOT = EXPORT-DATE THEN
               EXIT PARAGRAPH
           END-IF.

           IF CE-CREDITS NUMERIC AND CE-CREDITS > 0 THEN
               MOVE CE-CREDITS TO LINE-CREDITS
           ELSE
               MOVE 1 TO LINE-CREDITS
           END-IF.

      *> counted the way CloseDay counts them. A top-up's cash is
      *> stored value, not sales; the balance journal carries it.
      *> A membership is sold for its fee, not for coins.
           EVALUATE CE-KIND
               WHEN "CASH"
               WHEN SPACES
                   ADD 1 TO DAY-COIN-COUNT
                   IF CE-VALUE NUMERIC AND CE-VALUE > 0 THEN
                       ADD CE-VALUE TO DAY-CASH-VALUE
                   ELSE
                       ADD DEFAULT-COIN-VALUE TO DAY-CASH-VALUE
                   END-IF
               WHEN "LOYL"
                   ADD LINE-CREDITS TO DAY-LOYALTY-CREDITS
               WHEN "VOUC"
                   ADD LINE-CREDITS TO DAY-VOUCHER-CREDITS
               WHEN "CHAL"
                   ADD LINE-CREDITS TO DAY-CHALLENGE-CREDITS
               WHEN "FREE"
                   ADD LINE-CREDITS TO DAY-FREE-CREDITS
               WHEN "MEMB"
                   ADD 1 TO DAY-MEMBERSHIP-COUNT
                   IF CE-VALUE NUMERIC THEN
                       ADD CE-VALUE TO DAY-MEMBERSHIP-VALUE
                   END-IF
           END-EVALUATE.

       TALLY-BALANCE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.

           IF JOURNAL-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BJ-DATE NUMERIC AND BJ-DATE = EXPORT-DATE
                       AND BJ-DELTA NUMERIC THEN
                           ADD BJ-DELTA TO DAY-BALANCE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

       TALLY-TICKETS.
      *> the house owes a ticket from the day it is earned until
      *> the day it is paid or taken back with its match.
           OPEN INPUT TICKET-FILE.

           IF TICKET-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL TICKET-FILE-STATUS NOT = "00"
               READ TICKET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TK-DATE NUMERIC
                       AND TK-DATE = EXPORT-DATE THEN
                           ADD 1 TO DAY-TICKET-MOVEMENT
                       END-IF
                       IF (TK-STATUS = "P" OR TK-STATUS = "V")
                       AND TK-PAID-DATE NUMERIC
                       AND TK-PAID-DATE = EXPORT-DATE THEN
                           SUBTRACT 1 FROM DAY-TICKET-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TICKET-FILE.

       TALLY-RECEIPTS.
      *> a voided rental block's money went back across the
      *> counter, so its VOID slips come off the day's rentals.
           OPEN INPUT RECEIPT-FILE.

           IF RECEIPT-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL RECEIPT-FILE-STATUS NOT = "00"
               READ RECEIPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RR-DATE NUMERIC AND RR-DATE = EXPORT-DATE
                       AND RR-AMOUNT NUMERIC THEN
                           EVALUATE RR-KIND
                               WHEN "RENTAL"
                                   ADD RR-AMOUNT TO DAY-RENTAL-CREDITS
                               WHEN "VOID"
                                   SUBTRACT RR-AMOUNT
                                       FROM DAY-RENTAL-CREDITS
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-FILE.

       BUILD-GL-ROWS.
      *> a rental is paid in coins at the counter, so its money is
      *> already in the day's cash; it is moved out of coin revenue
      *> into rental income rather than counted twice.
           MOVE "RENTAL" TO POST-KEY.
           PERFORM FIND-UNIT-VALUE.
           COMPUTE RENTAL-AMOUNT = DAY-RENTAL-CREDITS * POST-UNIT-VALUE.
           IF RENTAL-AMOUNT > DAY-CASH-VALUE THEN
               MOVE DAY-CASH-VALUE TO RENTAL-AMOUNT
           END-IF.

           MOVE "CASHREV" TO POST-KEY.
           MOVE DAY-COIN-COUNT TO POST-QUANTITY.
           COMPUTE POST-AMOUNT = DAY-CASH-VALUE - RENTAL-AMOUNT.
           PERFORM ADD-GL-ROW.

           MOVE "LOYALTY" TO POST-KEY.
           MOVE DAY-LOYALTY-CREDITS TO POST-QUANTITY.
           PERFORM POST-BY-UNIT-VALUE.

           MOVE "VOUCHER" TO POST-KEY.
           MOVE DAY-VOUCHER-CREDITS TO POST-QUANTITY.
           PERFORM POST-BY-UNIT-VALUE.

           MOVE "CHALLENG" TO POST-KEY.
           MOVE DAY-CHALLENGE-CREDITS TO POST-QUANTITY.
           PERFORM POST-BY-UNIT-VALUE.

           MOVE "FREEPLAY" TO POST-KEY.
           MOVE DAY-FREE-CREDITS TO POST-QUANTITY.
           PERFORM POST-BY-UNIT-VALUE.

           MOVE "SVLIAB" TO POST-KEY.
           MOVE DAY-BALANCE-MOVEMENT TO POST-QUANTITY.
           PERFORM POST-BY-UNIT-VALUE.

           MOVE "TKTLIAB" TO POST-KEY.
           MOVE DAY-TICKET-MOVEMENT TO POST-QUANTITY.
           PERFORM POST-BY-UNIT-VALUE.

           MOVE "RENTAL" TO POST-KEY.
           MOVE DAY-RENTAL-CREDITS TO POST-QUANTITY.
           MOVE RENTAL-AMOUNT TO POST-AMOUNT.
           PERFORM ADD-GL-ROW.

           MOVE "MEMBSHIP" TO POST-KEY.
           MOVE DAY-MEMBERSHIP-COUNT TO POST-QUANTITY.
           MOVE DAY-MEMBERSHIP-VALUE TO POST-AMOUNT.
           PERFORM ADD-GL-ROW.

       FIND-UNIT-VALUE.
           PERFORM FIND-GL-MAPPING.

           MOVE DEFAULT-COIN-VALUE TO POST-UNIT-VALUE.
           IF FOUND-MAP-IDX > 0 THEN
               IF MT-UNIT-VALUE (FOUND-MAP-IDX) > 0 THEN
                   MOVE MT-UNIT-VALUE (FOUND-MAP-IDX)
                       TO POST-UNIT-VALUE
               END-IF
           END-IF.

       POST-BY-UNIT-VALUE.
           PERFORM FIND-UNIT-VALUE.
           COMPUTE POST-AMOUNT = POST-QUANTITY * POST-UNIT-VALUE.
           PERFORM ADD-GL-ROW.

       ADD-GL-ROW.
           PERFORM FIND-GL-MAPPING.

           MOVE 0 TO FOUND-ROW-IDX.
           PERFORM VARYING GL-ROW-IDX FROM 1 BY 1
               UNTIL GL-ROW-IDX > GL-ROW-COUNT OR FOUND-ROW-IDX > 0
               IF GR-ACCOUNT (GL-ROW-IDX) = MT-ACCOUNT (FOUND-MAP-IDX)
                   MOVE GL-ROW-IDX TO FOUND-ROW-IDX
               END-IF
           END-PERFORM.

           IF FOUND-ROW-IDX = 0 THEN
               ADD 1 TO GL-ROW-COUNT
               MOVE GL-ROW-COUNT TO FOUND-ROW-IDX
               MOVE MT-ACCOUNT (FOUND-MAP-IDX)
                   TO GR-ACCOUNT (FOUND-ROW-IDX)
               MOVE MT-DESCRIPTION (FOUND-MAP-IDX)
                   TO GR-DESCRIPTION (FOUND-ROW-IDX)
               MOVE 0 TO GR-QUANTITY (FOUND-ROW-IDX)
               MOVE 0 TO GR-AMOUNT (FOUND-ROW-IDX)
           END-IF.

           ADD POST-QUANTITY TO GR-QUANTITY (FOUND-ROW-IDX).
           ADD POST-AMOUNT TO GR-AMOUNT (FOUND-ROW-IDX).

       WRITE-EXPORT-FILE.
           OPEN OUTPUT EXPORT-FILE.

           IF EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY EXPORT-PATH " would not open (status "
                   EXPORT-FILE-STATUS "); nothing exported."
               EXIT PARAGRAPH
           END-IF.

      *> the fixed layout the accounting package imports: a header
      *> row, then date, account, description, quantity (coins,
      *> credits, tickets or memberships sold) and the amount in
      *> currency, signed for a liability that went down.
           MOVE "date,gl_account,description,quantity,amount"
               TO EXPORT-LINE.
           WRITE EXPORT-LINE.

           DISPLAY "=== SALES JOURNAL " EXPORT-DATE " ===".

           PERFORM VARYING GL-ROW-IDX FROM 1 BY 1
               UNTIL GL-ROW-IDX > GL-ROW-COUNT
               PERFORM WRITE-ONE-GL-ROW
           END-PERFORM.

           CLOSE EXPORT-FILE.

           PERFORM APPEND-EXPORT-LOG.

           DISPLAY "Exported " GL-ROW-COUNT " row(s) to "
               EXPORT-PATH.

       WRITE-ONE-GL-ROW.
           MOVE GR-QUANTITY (GL-ROW-IDX) TO QUANTITY-EDIT.
           MOVE 0 TO QUANTITY-START.
           INSPECT QUANTITY-EDIT TALLYING QUANTITY-START
               FOR LEADING SPACE.
           ADD 1 TO QUANTITY-START.

           COMPUTE AMOUNT-EDIT = GR-AMOUNT (GL-ROW-IDX) / 100.
           MOVE 0 TO AMOUNT-START.
           INSPECT AMOUNT-EDIT TALLYING AMOUNT-START
               FOR LEADING SPACE.
           ADD 1 TO AMOUNT-START.

           MOVE SPACES TO CSV-LINE.
           STRING EXPORT-DATE ","
               GR-ACCOUNT (GL-ROW-IDX) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               GR-DESCRIPTION (GL-ROW-IDX) DELIMITED BY "  "
               "," DELIMITED BY SIZE
               QUANTITY-EDIT (QUANTITY-START:) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               AMOUNT-EDIT (AMOUNT-START:) DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING.

           MOVE CSV-LINE TO EXPORT-LINE.
           WRITE EXPORT-LINE.

           DISPLAY CSV-LINE.

       APPEND-EXPORT-LOG.
           OPEN EXTEND EXPORT-LOG-FILE.

           IF EXPORT-LOG-FILE-STATUS = "05"
           OR EXPORT-LOG-FILE-STATUS = "35" THEN
               OPEN OUTPUT EXPORT-LOG-FILE
           END-IF.

           IF EXPORT-LOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "export register unwritable (status "
                   EXPORT-LOG-FILE-STATUS "); " EXPORT-PATH
                   " is written but the day is not marked exported."
               EXIT PARAGRAPH
           END-IF.

           ACCEPT NOW-DATE-YMD FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.

           MOVE SPACES TO EXPORT-LOG-RECORD.
           MOVE EXPORT-DATE TO SX-DATE.
           MOVE NOW-DATE-YMD TO SX-EXPORTED-DATE.
           COMPUTE SX-EXPORTED-TIME = NOW-TIME-RAW / 100.
           MOVE GL-ROW-COUNT TO SX-ROW-COUNT.
           MOVE EXPORT-PATH TO SX-FILE-NAME.

           WRITE EXPORT-LOG-RECORD.

           CLOSE EXPORT-LOG-FILE.
