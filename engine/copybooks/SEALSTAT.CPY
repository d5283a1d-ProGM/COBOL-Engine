      ******************************************************************
      * Shared record layout of ./data/ledger_seal.dat -- the seal
      * register of the money ledgers, one row per sealed ledger
      * (COIN coin events, BALJ balance journal, TICK tickets, VOUC
      * voucher redemptions): the sequence number and chained check
      * value of the last line sealed onto it. The writers carry
      * the chain on from here; the verifier holds each ledger's
      * tail against it, so lines cut off the END of a ledger show
      * up as well as lines cut out of the middle.
      * Included with COPY SEALSTAT under the FD 01 of
      * SealLedgerLine, VerifyLedgerChain and ResealLedger.
      ******************************************************************
           05 SS-LEDGER-CODE    PIC X(4).
           05 SS-SEP-1          PIC X(1).
           05 SS-LAST-SEQUENCE  PIC 9(8).
           05 SS-SEP-2          PIC X(1).
           05 SS-LAST-CHECK     PIC 9(9).
