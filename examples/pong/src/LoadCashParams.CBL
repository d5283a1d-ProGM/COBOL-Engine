      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Answers the site's cash-handling parameters from
      *          ./data/cash_params.dat -- the value of one coin in
      *          cents and the shortfall tolerance a collection is
      *          allowed before it is flagged. No file, or no usable
      *          row, means 100 cents a coin and 200 cents of
      *          tolerance, so a site that never writes the file
      *          still gets a sensible variance report. A zero coin
      *          value is patched to the default: a coin is never
      *          worth nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoadCashParams.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-PARAM-FILE ASSIGN TO "./data/cash_params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-PARAM-FILE.
       01  CASH-PARAM-RECORD.
           COPY CASHPARM.
      *> room for a whole comment row, so it reads as one line.
       01  CASH-PARAM-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  CASH-PARAM-FILE-STATUS PIC X(2).
       01  PARAM-FOUND-FLAG PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  DEFAULT-COIN-VALUE PIC 9(5).
       01  SHORTFALL-TOLERANCE PIC 9(7).

       PROCEDURE DIVISION USING
           DEFAULT-COIN-VALUE SHORTFALL-TOLERANCE.
       LOAD-CASH-PARAMS-LOGIC.
           MOVE 100 TO DEFAULT-COIN-VALUE.
           MOVE 200 TO SHORTFALL-TOLERANCE.
           MOVE 0 TO PARAM-FOUND-FLAG.

           OPEN INPUT CASH-PARAM-FILE.

           IF CASH-PARAM-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL CASH-PARAM-FILE-STATUS NOT = "00"
           OR PARAM-FOUND-FLAG = 1
               READ CASH-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
      *> comment rows don't start with a digit.
                       IF CP-COIN-VALUE NUMERIC
                       AND CP-TOLERANCE NUMERIC THEN
                           MOVE 1 TO PARAM-FOUND-FLAG
                           IF CP-COIN-VALUE > 0 THEN
                               MOVE CP-COIN-VALUE
                                   TO DEFAULT-COIN-VALUE
                           END-IF
                           MOVE CP-TOLERANCE TO SHORTFALL-TOLERANCE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CASH-PARAM-FILE.

           EXIT PROGRAM.
