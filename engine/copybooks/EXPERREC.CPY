      ******************************************************************
      * Shared record layout of ./data/experiments.dat -- head
      * office's pricing experiments, pushed to every cabinet by the
      * central config pull. One row per cabinet taking part: the
      * experiment's code, the cabinet id, its group (T test, which
      * prices from pricing_test.dat while the test runs; C control,
      * which prices from pricing_control.dat), and the first and
      * last day of the test. Rows starting with # are comments.
      * Included with COPY EXPERREC under the FD 01 of CheckPricing
      * and PrintPricingExperiment.
      ******************************************************************
           05 EX-CODE       PIC X(8).
           05 EX-SEP-1      PIC X(1).
           05 EX-CABINET-ID PIC X(8).
           05 EX-SEP-2      PIC X(1).
           05 EX-GROUP      PIC X(1).
           05 EX-SEP-3      PIC X(1).
           05 EX-FROM-DATE  PIC 9(8).
           05 EX-SEP-4      PIC X(1).
           05 EX-TO-DATE    PIC 9(8).
