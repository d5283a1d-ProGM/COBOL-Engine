      ******************************************************************
      * Shared record layout of ./data/technicians.dat, head office's
      * round sheet -- one row per site: the site code from
      * ./data/locations.dat, the technician id whose round the site
      * is on, and their name. A site with no row leaves its work
      * orders unassigned. Rows starting with # are comments.
      * Included with COPY TECHREC under the FD 01 of
      * BuildWorkOrders and PrintWorkOrders.
      ******************************************************************
           05 TC-SITE-CODE  PIC X(6).
           05 TC-SEP-1      PIC X(1).
           05 TC-TECHNICIAN PIC X(8).
           05 TC-SEP-2      PIC X(1).
           05 TC-NAME       PIC X(20).
