      ******************************************************************
      * Shared record layout of ./data/control_wear.dat -- one line
      * per physical control: its control code, the actuations
      * counted since the part was last replaced, a P once the
      * preventive-maintenance incident for this life has been
      * raised (blank before), and the date counting started --
      * the first press on record, or the day the PM incident was
      * resolved and the part changed. Included with COPY CTLWEAR
      * under the FD 01 of CountControlWear, ResetControlWear and
      * PrintControlWear.
      ******************************************************************
           05 CW-CONTROL    PIC X(8).
           05 CW-SEP-1      PIC X(1).
           05 CW-PRESSES    PIC 9(9).
           05 CW-SEP-2      PIC X(1).
           05 CW-PM-FLAG    PIC X(1).
           05 CW-SEP-3      PIC X(1).
           05 CW-SINCE-DATE PIC 9(8).
