      ******************************************************************
      * Shared record layout of ./data/work_orders.dat, head office's
      * work-order file -- one line per cabinet incident that came
      * home on the nightly feed: the work-order number, the cabinet
      * and the incident's own date, time, category and source
      * (which together say which incident it is), its status (O
      * open on the cabinet, R resolved on the cabinet but no time
      * sheet booked yet, C complete), the day it was resolved, the
      * technician whose round the cabinet's site is on, the travel
      * and repair minutes booked against it, up to three spare
      * parts fitted (part code and quantity), and the incident
      * text. Included with COPY WORKORD under the FD 01 of
      * BuildWorkOrders, CompleteWorkOrder, PrintWorkOrders,
      * PrintPartsUsage and PrintMtbfReport.
      ******************************************************************
           05 WO-NUMBER         PIC 9(6).
           05 WO-SEP-1          PIC X(1).
           05 WO-CABINET        PIC X(8).
           05 WO-SEP-2          PIC X(1).
           05 WO-RAISED-DATE    PIC 9(8).
           05 WO-SEP-3          PIC X(1).
           05 WO-RAISED-TIME    PIC 9(6).
           05 WO-SEP-4          PIC X(1).
           05 WO-CATEGORY       PIC X(8).
           05 WO-SEP-5          PIC X(1).
           05 WO-SOURCE         PIC X(1).
           05 WO-SEP-6          PIC X(1).
           05 WO-STATUS         PIC X(1).
           05 WO-SEP-7          PIC X(1).
           05 WO-RESOLVED-DATE  PIC 9(8).
           05 WO-SEP-8          PIC X(1).
           05 WO-TECHNICIAN     PIC X(8).
           05 WO-SEP-9          PIC X(1).
           05 WO-TRAVEL-MINUTES PIC 9(4).
           05 WO-SEP-10         PIC X(1).
           05 WO-REPAIR-MINUTES PIC 9(4).
           05 WO-PART-USED OCCURS 3 TIMES.
               10 WO-PART-SEP   PIC X(1).
               10 WO-PART-CODE  PIC X(8).
               10 WO-PART-QTY   PIC 9(2).
           05 WO-SEP-11         PIC X(1).
           05 WO-TEXT           PIC X(40).
