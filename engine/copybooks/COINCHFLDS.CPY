      ******************************************************************
      * Shared layout of the coin-channel table -- one slot per
      * acceptor channel, indexed by channel number: the scancode
      * it closes, its coin value in cents, and its report label.
      * An unconfigured channel reads scancode 0 and the site's
      * default coin value. Included with COPY COINCHFLDS inside a
      * caller's own "01 COIN-CHANNEL-TABLE." so LoadCoinChannels,
      * WriteCoinEvent, PONG.CBL and the coin reports agree on it.
      ******************************************************************
           05 COIN-CHANNEL-ENTRY OCCURS 9 TIMES.
               10 CC-SCANCODE PIC 9(3).
               10 CC-VALUE    PIC 9(5).
               10 CC-LABEL    PIC X(12).
