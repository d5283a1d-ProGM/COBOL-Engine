      ******************************************************************
      * Shared record layout of ./data/version_inventory.dat, the
      * cabinet's version inventory TransferDayFiles writes before
      * every nightly feed -- one BUILD line (name "program", value
      * the build id the cabinet runs) and one FORMAT line per
      * versioned data file (name the file, value its version: 0
      * absent, ? not yet judged, else the version number).
      * Included with COPY VERSINV under the FD 01 of
      * TransferDayFiles and, behind the cabinet prefix, of
      * PrintVersionInventory.
      ******************************************************************
           05 VI-KIND  PIC X(6).
           05 VI-SEP-1 PIC X(1).
           05 VI-NAME  PIC X(28).
           05 VI-SEP-2 PIC X(1).
           05 VI-VALUE PIC X(8).
