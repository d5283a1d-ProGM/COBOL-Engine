      * which side took the point ("P" left, "E" right). Included with
      * COPY RALLYDET under the FD 01 of WriteRallyDetail and
      * PrintRallyReport so writer and reader can't drift apart.
      * RD-MATCH-NUMBER is the cabinet's number for the match the
      * rally belonged to (NextMatchNumber); lines written before
      * the column existed read back as spaces.
      ******************************************************************
           05 RD-DATE      PIC 9(8).
           05 RD-SEP-1     PIC X(1).
           05 RD-END-SPEED PIC 9(4).
           05 RD-SEP-5     PIC X(1).
           05 RD-WINNER    PIC X(1).
           05 RD-SEP-6     PIC X(1).
           05 RD-MATCH-NUMBER PIC 9(8).
