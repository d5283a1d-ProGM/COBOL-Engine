      ******************************************************************
      * Shared layout of the prize catalog table -- up to twenty
      * prizes as ./data/prizes.dat lists them: the code, the tickets
      * it costs and the stock on hand. Included with COPY PRIZEFLDS
      * inside a caller's own "01 PRIZE-TABLE." so LoadPrizeCatalog
      * and PONG.CBL's service menu agree on what the drawer holds.
      ******************************************************************
           05 PRIZE-ENTRY OCCURS 20 TIMES.
               10 PR-CODE        PIC X(6).
               10 PR-TICKET-COST PIC 9(4).
               10 PR-STOCK       PIC 9(5).
