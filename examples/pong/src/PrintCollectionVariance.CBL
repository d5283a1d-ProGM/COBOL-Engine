      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Collection variance report. Every collection on
      *          ./data/collections.dat closes a period that began
      *          with the one before it; the CASH coins the coin-
      *          event ledger logged inside that period, at the value
      *          each was stamped with (the site's default coin value
      *          for older lines), are what the box should have
      *          held. Each collection prints what
      *          was counted against what was expected, and a
      *          shortfall past the tolerance in
      *          ./data/cash_params.dat is flagged SHORT -- so
      *          shrinkage and a short-counting coin mech show up per
      *          collection instead of being written off at year
      *          end. Coins logged after the last collection are
      *          still in the box and print as uncollected.
      * Tectonics: cobc -x
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrintCollectionVariance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "./data/collections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTION-FILE-STATUS.
           SELECT COIN-FILE ASSIGN TO "./data/coin_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           COPY COLLREC.

       FD  COIN-FILE.
       01  COIN-EVENT-RECORD.
           COPY COINEVT.

       WORKING-STORAGE SECTION.
       01  COLLECTION-FILE-STATUS PIC X(2).
       01  COIN-FILE-STATUS PIC X(2).

       01  DEFAULT-COIN-VALUE PIC 9(5) VALUE 100.
       01  SHORTFALL-TOLERANCE PIC 9(7) VALUE 200.

      *> both files are append-only and therefore in time order, so
      *> one pass over the coins walks the collections alongside:
      *> a coin belongs to the first collection stamped at or after
      *> it.
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 500 TIMES.
               10 PC-STAMP     PIC 9(14).
               10 PC-DATE      PIC 9(8).
               10 PC-TIME      PIC 9(6).
               10 PC-COLLECTOR PIC X(4).
               10 PC-BOX-ID    PIC X(8).
               10 PC-COUNTED   PIC 9(7).
               10 PC-COINS     PIC 9(7).
               10 PC-EXPECTED  PIC 9(9).
       01  PERIOD-COUNT PIC 9(3) VALUE 0.
       01  PERIOD-IDX PIC 9(3) VALUE 0.
       01  SKIPPED-COLLECTION-COUNT PIC 9(5) VALUE 0.

       01  COIN-STAMP PIC 9(14) VALUE 0.
       01  LINE-VALUE PIC 9(5) VALUE 0.
       01  UNCOLLECTED-COINS PIC 9(7) VALUE 0.
       01  UNCOLLECTED-EXPECTED PIC 9(9) VALUE 0.

       01  VARIANCE-CENTS PIC S9(9) VALUE 0.
       01  SHORT-COUNT PIC 9(5) VALUE 0.
       01  PERIOD-FLAG-TEXT PIC X(5) VALUE SPACES.
       01  COUNTED-EDIT PIC Z(6)9.99.
       01  EXPECTED-EDIT PIC Z(6)9.99.
       01  VARIANCE-EDIT PIC -(7)9.99.

       PROCEDURE DIVISION.
       PRINT-COLLECTION-VARIANCE.
           CALL "LoadCashParams" USING
               BY REFERENCE DEFAULT-COIN-VALUE
               BY REFERENCE SHORTFALL-TOLERANCE
           END-CALL.

           PERFORM LOAD-COLLECTIONS.

           IF PERIOD-COUNT = 0 THEN
               DISPLAY "No collections recorded yet."
               STOP RUN
           END-IF.

           PERFORM TALLY-COIN-EVENTS.

           DISPLAY "=== COLLECTION VARIANCE ===".
           COMPUTE COUNTED-EDIT = SHORTFALL-TOLERANCE / 100.
           DISPLAY "tolerance " COUNTED-EDIT
               "  default coin value " DEFAULT-COIN-VALUE " cents".

           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
               UNTIL PERIOD-IDX > PERIOD-COUNT
               PERFORM PRINT-ONE-PERIOD
           END-PERFORM.

           COMPUTE EXPECTED-EDIT = UNCOLLECTED-EXPECTED / 100.
           DISPLAY "still in the box since the last collection: "
               UNCOLLECTED-COINS " coins, " EXPECTED-EDIT.

           IF SKIPPED-COLLECTION-COUNT > 0 THEN
               DISPLAY "unreadable collection lines skipped  "
                   SKIPPED-COLLECTION-COUNT
           END-IF.

           DISPLAY SHORT-COUNT " collection(s) short past tolerance.".

           STOP RUN.

       LOAD-COLLECTIONS.
           OPEN INPUT COLLECTION-FILE.

           IF COLLECTION-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL COLLECTION-FILE-STATUS NOT = "00"
               READ COLLECTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KEEP-ONE-COLLECTION
               END-READ
           END-PERFORM.

           CLOSE COLLECTION-FILE.

       KEEP-ONE-COLLECTION.
           IF CL-DATE NOT NUMERIC OR CL-TIME NOT NUMERIC
           OR CL-AMOUNT NOT NUMERIC OR PERIOD-COUNT >= 500 THEN
               ADD 1 TO SKIPPED-COLLECTION-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PERIOD-COUNT.
           COMPUTE PC-STAMP (PERIOD-COUNT) =
               CL-DATE * 1000000 + CL-TIME.
           MOVE CL-DATE TO PC-DATE (PERIOD-COUNT).
           MOVE CL-TIME TO PC-TIME (PERIOD-COUNT).
           MOVE CL-COLLECTOR TO PC-COLLECTOR (PERIOD-COUNT).
           MOVE CL-BOX-ID TO PC-BOX-ID (PERIOD-COUNT).
           MOVE CL-AMOUNT TO PC-COUNTED (PERIOD-COUNT).
           MOVE 0 TO PC-COINS (PERIOD-COUNT).
           MOVE 0 TO PC-EXPECTED (PERIOD-COUNT).

       TALLY-COIN-EVENTS.
           OPEN INPUT COIN-FILE.

           IF COIN-FILE-STATUS NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO PERIOD-IDX.

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
      *> only cash reaches the box; a legacy line with a blank kind
      *> was a cash coin.
           IF CE-DATE NOT NUMERIC OR CE-TIME NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.

           IF CE-KIND NOT = "CASH" AND CE-KIND NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE COIN-STAMP = CE-DATE * 1000000 + CE-TIME.

           IF CE-VALUE NUMERIC AND CE-VALUE > 0 THEN
               MOVE CE-VALUE TO LINE-VALUE
           ELSE
               MOVE DEFAULT-COIN-VALUE TO LINE-VALUE
           END-IF.

           PERFORM UNTIL PERIOD-IDX > PERIOD-COUNT
               OR COIN-STAMP <= PC-STAMP (PERIOD-IDX)
               ADD 1 TO PERIOD-IDX
           END-PERFORM.

           IF PERIOD-IDX > PERIOD-COUNT THEN
               ADD 1 TO UNCOLLECTED-COINS
               ADD LINE-VALUE TO UNCOLLECTED-EXPECTED
           ELSE
               ADD 1 TO PC-COINS (PERIOD-IDX)
               ADD LINE-VALUE TO PC-EXPECTED (PERIOD-IDX)
           END-IF.

       PRINT-ONE-PERIOD.
           COMPUTE VARIANCE-CENTS =
               PC-COUNTED (PERIOD-IDX) - PC-EXPECTED (PERIOD-IDX).

           MOVE SPACES TO PERIOD-FLAG-TEXT.
           IF VARIANCE-CENTS < 0
           AND 0 - VARIANCE-CENTS > SHORTFALL-TOLERANCE THEN
               MOVE "SHORT" TO PERIOD-FLAG-TEXT
               ADD 1 TO SHORT-COUNT
           END-IF.

           COMPUTE COUNTED-EDIT = PC-COUNTED (PERIOD-IDX) / 100.
           COMPUTE EXPECTED-EDIT = PC-EXPECTED (PERIOD-IDX) / 100.
           COMPUTE VARIANCE-EDIT = VARIANCE-CENTS / 100.

           DISPLAY PC-DATE (PERIOD-IDX) " " PC-TIME (PERIOD-IDX)
               "  box " PC-BOX-ID (PERIOD-IDX)
               "  by " PC-COLLECTOR (PERIOD-IDX)
               "  coins " PC-COINS (PERIOD-IDX).
           DISPLAY "    counted " COUNTED-EDIT
               "  expected " EXPECTED-EDIT
               "  variance " VARIANCE-EDIT "  " PERIOD-FLAG-TEXT.
