      ******************************************************************
      * Shared record layout of ./data/spare_parts.dat, head office's
      * spare-parts stock -- one row per part: the part code a
      * technician books on a work order, a description, the
      * quantity on the shelf, the reorder point (reorder when stock
      * falls to it) and the quantity to order when it does. Rows
      * starting with # are comments. Included with COPY SPAREPRT
      * under the FD 01 of CompleteWorkOrder and PrintPartsUsage.
      ******************************************************************
           05 SK-PART-CODE     PIC X(8).
           05 SK-SEP-1         PIC X(1).
           05 SK-DESCRIPTION   PIC X(30).
           05 SK-SEP-2         PIC X(1).
           05 SK-ON-HAND       PIC 9(5).
           05 SK-SEP-3         PIC X(1).
           05 SK-REORDER-POINT PIC 9(5).
           05 SK-SEP-4         PIC X(1).
           05 SK-REORDER-QTY   PIC 9(5).
