      *> file that doesn't exist on this cabinet simply isn't in
      *> the set.
       01  DATA-FILE-TABLE.
           05 DATA-FILE-NAME OCCURS 160 TIMES PIC X(30).
       01  DATA-FILE-COUNT PIC 9(3) VALUE 0.
       01  DATA-FILE-IDX PIC 9(3) VALUE 0.
       01  SLOT-NUMBER-TEXT PIC 9(2) VALUE 0.
           MOVE "rally_detail.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "level_detail.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "splits.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "timeattack.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "season.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "schedule.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "pricing.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "experiments.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "pricing_test.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "pricing_control.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "holidays.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "ladder.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "queue.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "purge_certificates.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "operators.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "collections.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "cash_params.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "coin_channels.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "adjustments.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "match_seq.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "rating_journal.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "voided_matches.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "match_postings.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "ledger_seal.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "dormancy_params.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "dormant_flags.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "prizes.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "prize_issues.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "receipts.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "receipt_seq.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "gl_accounts.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "sales_exports.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "locations.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "members.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "member_seq.dat" TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "member_tiers.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "memberships.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "account_limits.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "bookings.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "booking_invoices.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "control_parts.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "control_wear.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "work_orders.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "spare_parts.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "technicians.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "oncall_roster.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "page_state.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "format_stamp.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "version_inventory.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "rollout_rings.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "build_approvals.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "clock_offset.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "fleet_clock.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "size_budget.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).
           ADD 1 TO DATA-FILE-COUNT
           MOVE "capacity_history.dat"
               TO DATA-FILE-NAME (DATA-FILE-COUNT).

       TAKE-BACKUP-SET.
           MOVE SPACES TO MKDIR-PATH-Z.
