      ******************************************************************
      * Shared record layout of ./data/collections.dat -- one line per
      * cash-box collection: when the box was emptied, the operator
      * id of the collector, the box that came out, and what they
      * counted out of it in cents. A collection closes the period
      * that began with the previous one. Included with COPY COLLREC
      * under the FD 01 of RecordCollection and
      * PrintCollectionVariance so writer and reader agree.
      ******************************************************************
           05 CL-DATE      PIC 9(8).
           05 CL-SEP-1     PIC X(1).
           05 CL-TIME      PIC 9(6).
           05 CL-SEP-2     PIC X(1).
           05 CL-COLLECTOR PIC X(4).
           05 CL-SEP-3     PIC X(1).
           05 CL-BOX-ID    PIC X(8).
           05 CL-SEP-4     PIC X(1).
           05 CL-AMOUNT    PIC 9(7).
