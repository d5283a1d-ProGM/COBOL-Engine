      * counts that were reconciled, and how many hourly imbalances
      * the discrepancy report named. A date with no ledger line is a
      * day still open. Included with COPY DAYLEDG under the FD 01 of
      * CloseDay and any report that needs to tell closed from open;
      * PrintFleetDayClose reads it behind the cabinet prefix of the
      * nightly feed and of head office's fleet_day_ledger.dat.
      * DL-CASH-VALUE is the day's cash in cents, from the value each
      * coin was stamped with; blank on days closed before it.
      ******************************************************************
           05 DL-DATE          PIC 9(8).
           05 DL-SEP-1         PIC X(1).
           05 DL-SESSION-COUNT PIC 9(5).
           05 DL-SEP-6         PIC X(1).
           05 DL-IMBALANCE-COUNT PIC 9(3).
           05 DL-SEP-7         PIC X(1).
           05 DL-CASH-VALUE    PIC 9(9).
