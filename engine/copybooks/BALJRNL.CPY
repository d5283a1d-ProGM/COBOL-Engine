      * Shared record layout of ./data/balance_journal.dat -- one
      * line per stored-value movement: date, time, the account's
      * initials, the signed credit delta, a typed reason (TOPUP,
      * PLAY, REFUND, EXPIRE), and the cabinet that moved it. The
      * journal is plain sequential and written before the keyed
      * balance file is touched, exactly like the hi-score journal,
      * so RebuildBalances can replay it when the keyed file is
      * damaged. Every line
      * ends in its seal: a running sequence number and a check
      * value chained from the line before (see SEALSTAT); lines
      * from before the seal read back blank there. A member's
      * movement also carries the member number after the seal
      * (blank for a walk-up known only by initials); it is folded
      * into the check like the body. Included with
      * COPY BALJRNL under the FD 01 of UpdatePlayerBalance,
      * RebuildBalances, PrintBalanceReport, PrintBalanceStatements,
      * ExpireDormantBalances, CheckDormantNotice and
      * ExportSalesJournal.
      ******************************************************************
           05 BJ-DATE       PIC 9(8).
           05 BJ-SEP-1      PIC X(1).
           05 BJ-REASON     PIC X(8).
           05 BJ-SEP-5      PIC X(1).
           05 BJ-CABINET-ID PIC X(8).
           05 BJ-SEP-6      PIC X(1).
           05 BJ-SEQUENCE   PIC 9(8).
           05 BJ-SEP-7      PIC X(1).
           05 BJ-CHECK      PIC 9(9).
           05 BJ-SEP-8      PIC X(1).
           05 BJ-MEMBER-NUMBER PIC X(8).
