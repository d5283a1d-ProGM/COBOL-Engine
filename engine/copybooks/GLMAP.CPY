      ******************************************************************
      * Shared record layout of ./data/gl_accounts.dat -- the site's
      * mapping from each line of the daily sales journal to the
      * bookkeeper's general-ledger account: the journal line's key
      * (CASHREV, LOYALTY, VOUCHER, CHALLENG, FREEPLAY, SVLIAB,
      * TKTLIAB, RENTAL, MEMBSHIP), the GL account code, what one
      * unit of it is worth in cents (a credit or a prize ticket;
      * zero means the site's default coin value, and cash and
      * membership fees carry their own),
      * and the description printed on the export row. Rows
      * starting with # are comments. Included with COPY GLMAP
      * under the FD 01 of ExportSalesJournal.
      ******************************************************************
           05 GM-KEY         PIC X(8).
           05 GM-SEP-1       PIC X(1).
           05 GM-ACCOUNT     PIC X(12).
           05 GM-SEP-2       PIC X(1).
           05 GM-UNIT-VALUE  PIC 9(5).
           05 GM-SEP-3       PIC X(1).
           05 GM-DESCRIPTION PIC X(30).
