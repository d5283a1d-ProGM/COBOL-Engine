      * valid flag of zero means no interrupted match is waiting.
      * Included with COPY CHKPOINT under the FD 01 of
      * WriteCheckpoint and LoadCheckpoint.
      * CK-MATCH-NUMBER is the interrupted match's own number, so a
      * resume carries on writing under it instead of taking a new
      * one; spaces in a snapshot taken before the column existed.
      ******************************************************************
           05 CK-VALID-FLAG   PIC 9(1).
           05 CK-SEP-1        PIC X(1).
           05 CK-MAX-SPEED    PIC 9(4).
           05 CK-SEP-9        PIC X(1).
           05 CK-TWO-PLAYER   PIC 9(1).
           05 CK-SEP-10       PIC X(1).
           05 CK-MATCH-NUMBER PIC 9(8).
