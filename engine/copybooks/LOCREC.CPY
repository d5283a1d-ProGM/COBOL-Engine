      ******************************************************************
      * Shared record layout of ./data/locations.dat, the head-office
      * register of where each cabinet stands -- one row per cabinet:
      * its cabinet id, the site it sits in (a short site code and
      * the name on the statement; cabinets sharing a code settle
      * together), the site's percentage of the cash take, the
      * monthly minimum the site is guaranteed in cents, and who
      * empties the cash box (O the operator's collector, so we pay
      * the site its share; S the site itself, so it pays us ours).
      * A site's terms are read from its first row. Rows starting
      * with # are comments. It is also head office's list of the
      * cabinets it expects a nightly feed from. The trailing model
      * column names the cabinet build (PONG-UPRT, PONG-COCK ...)
      * the failure figures are grouped by; a row from before the
      * column reads blank and is reported as an unknown model.
      * Included with COPY LOCREC under the FD 01 of
      * SettleSiteRevenue, PrintFleetDayClose, BuildFleetBoard,
      * SettleLeague, BuildWorkOrders, PrintMtbfReport and
      * PrintVersionInventory.
      ******************************************************************
           05 LC-CABINET-ID PIC X(8).
           05 LC-SEP-1      PIC X(1).
           05 LC-SITE-CODE  PIC X(6).
           05 LC-SEP-2      PIC X(1).
           05 LC-SITE-NAME  PIC X(20).
           05 LC-SEP-3      PIC X(1).
           05 LC-SPLIT-PCT  PIC 9(3).
           05 LC-SEP-4      PIC X(1).
           05 LC-MINIMUM    PIC 9(7).
           05 LC-SEP-5      PIC X(1).
           05 LC-HELD-BY    PIC X(1).
           05 LC-SEP-6      PIC X(1).
           05 LC-MODEL      PIC X(10).
