      * Purpose: Totals the ticket ledger -- earned, redeemed and
      *          still outstanding -- so the service menu can show
      *          the operator what the house owes without leaving
      *          the screen. A ticket taken back with a voided
      *          match was never really earned and counts nowhere.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TK-STATUS NOT = "V"
                           ADD 1 TO EARNED-COUNT
                           IF TK-STATUS = "P"
                               ADD 1 TO REDEEMED-COUNT
                           ELSE
                               ADD 1 TO OUTSTANDING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
