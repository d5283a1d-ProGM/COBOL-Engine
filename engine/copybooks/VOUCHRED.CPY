      ******************************************************************
      * Shared record layout of ./data/voucher_redemptions.dat -- one
      * line per voucher code spent on this cabinet: when, the code,
      * the cabinet, and the credits it granted, then the line's
      * seal (sequence number and chained check value, see
      * SEALSTAT). Lines from before the seal read back blank there.
      * Included with COPY VOUCHRED under the FD 01 of RedeemVoucher.
      ******************************************************************
           05 VR-DATE       PIC 9(8).
           05 VR-SEP-1      PIC X(1).
           05 VR-TIME       PIC 9(6).
           05 VR-SEP-2      PIC X(1).
           05 VR-CODE       PIC 9(6).
           05 VR-SEP-3      PIC X(1).
           05 VR-CABINET-ID PIC X(8).
           05 VR-SEP-4      PIC X(1).
           05 VR-CREDITS    PIC 9(2).
           05 VR-SEP-5      PIC X(1).
           05 VR-SEQUENCE   PIC 9(8).
           05 VR-SEP-6      PIC X(1).
           05 VR-CHECK      PIC 9(9).
