      ******************************************************************
      * Author: ProGM
      * Date:
      * Purpose: Where each sealed money ledger lives and how long its
      *          line body is -- the columns the seal covers; the
      *          seal itself (a blank, the 8-digit sequence, a blank,
      *          the 9-digit check) follows straight on. The one place
      *          that knows the ledger codes, so the sealing writer,
      *          the check computation, the verifier and the purge's
      *          re-seal can't drift apart. An unknown code comes
      *          back with no path and a zero length.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerSealLayout.

       DATA DIVISION.
       LINKAGE SECTION.
       01  LAYOUT-LEDGER-CODE PIC X(4).
       01  LAYOUT-LEDGER-PATH PIC X(40).
       01  LAYOUT-BODY-LENGTH PIC 9(3).

       PROCEDURE DIVISION USING
           LAYOUT-LEDGER-CODE LAYOUT-LEDGER-PATH LAYOUT-BODY-LENGTH.
       LEDGER-SEAL-LAYOUT-LOGIC.
           EVALUATE LAYOUT-LEDGER-CODE
               WHEN "COIN"
                   MOVE "./data/coin_events.dat" TO LAYOUT-LEDGER-PATH
                   MOVE 34 TO LAYOUT-BODY-LENGTH
               WHEN "BALJ"
                   MOVE "./data/balance_journal.dat"
                       TO LAYOUT-LEDGER-PATH
                   MOVE 43 TO LAYOUT-BODY-LENGTH
               WHEN "TICK"
                   MOVE "./data/tickets.dat" TO LAYOUT-LEDGER-PATH
                   MOVE 45 TO LAYOUT-BODY-LENGTH
               WHEN "VOUC"
                   MOVE "./data/voucher_redemptions.dat"
                       TO LAYOUT-LEDGER-PATH
                   MOVE 34 TO LAYOUT-BODY-LENGTH
               WHEN OTHER
                   MOVE SPACES TO LAYOUT-LEDGER-PATH
                   MOVE 0 TO LAYOUT-BODY-LENGTH
           END-EVALUATE.

           EXIT PROGRAM.
