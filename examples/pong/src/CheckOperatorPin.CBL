      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Verifies an operator sign-on against
      *          ./data/operators.dat, handing back whether the id
      *          and PIN matched and the role the operator holds.
      *          Also reports whether the file is on the cabinet at
      *          all: a site that has not been issued an operator
      *          list yet keeps the old service-key-only access
      *          until it is. Read-only -- a wrong try changes
      *          nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckOperatorPin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "./data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS PIC X(2).

       LINKAGE SECTION.
       01  OPER-TRY-ID PIC 9(4).
       01  OPER-TRY-PIN PIC 9(4).
       01  OPER-ROLE PIC X(1).
       01  OPER-OK-FLAG PIC 9(1).
       01  OPER-FILE-FLAG PIC 9(1).

       PROCEDURE DIVISION USING
           OPER-TRY-ID OPER-TRY-PIN OPER-ROLE OPER-OK-FLAG
           OPER-FILE-FLAG.
       CHECK-OPERATOR-PIN-LOGIC.
           MOVE 0 TO OPER-OK-FLAG.
           MOVE 0 TO OPER-FILE-FLAG.
           MOVE SPACE TO OPER-ROLE.

           OPEN INPUT OPERATOR-FILE.

           IF OPERATOR-FILE-STATUS NOT = "00" THEN
               EXIT PROGRAM
           END-IF.

           MOVE 1 TO OPER-FILE-FLAG.

      *> a line with a role this build doesn't know grants nothing
      *> rather than guessing at what it was meant to allow.
           PERFORM UNTIL OPERATOR-FILE-STATUS NOT = "00"
               OR OPER-OK-FLAG = 1
               READ OPERATOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OP-ID NUMERIC AND OP-PIN NUMERIC
                       AND OP-ID = OPER-TRY-ID
                       AND OP-PIN = OPER-TRY-PIN
                       AND (OP-ROLE = "A" OR OP-ROLE = "T"
                           OR OP-ROLE = "M")
                           MOVE 1 TO OPER-OK-FLAG
                           MOVE OP-ROLE TO OPER-ROLE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OPERATOR-FILE.

           EXIT PROGRAM.
