      ******************************************************************
      * Shared record layout of ./data/coin_channels.dat -- one row
      * per coin-acceptor channel: the channel number (1-9), the
      * scancode the acceptor closes for it, what one coin on that
      * channel is worth in cents, and a label for the reports.
      * Channel 1 is always the coin key of the key map, whatever
      * its scancode column says, so a remap keeps working. Rows
      * not starting with a digit are comments. Included with COPY
      * COINCHAN under the FD 01 of LoadCoinChannels.
      ******************************************************************
           05 CH-CHANNEL  PIC 9(1).
           05 CH-SEP-1    PIC X(1).
           05 CH-SCANCODE PIC 9(3).
           05 CH-SEP-2    PIC X(1).
           05 CH-VALUE    PIC 9(5).
           05 CH-SEP-3    PIC X(1).
           05 CH-LABEL    PIC X(12).
