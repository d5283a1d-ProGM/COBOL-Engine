      ******************************************************************
      * Shared record layout of ./data/page_outbox.dat, the drop
      * file the messaging gateway picks outbound pages up from --
      * one line per message: when it was written, the exception
      * reference the reply must quote, the escalation level, the
      * contact id, the channel (S text message, E e-mail), the
      * number or address, and the message itself. Included with
      * COPY PAGEOUT under the FD 01 of PageOnCall.
      ******************************************************************
           05 PO-DATE      PIC 9(8).
           05 PO-SEP-1     PIC X(1).
           05 PO-TIME      PIC 9(6).
           05 PO-SEP-2     PIC X(1).
           05 PO-EXCEPTION PIC 9(6).
           05 PO-SEP-3     PIC X(1).
           05 PO-LEVEL     PIC 9(1).
           05 PO-SEP-4     PIC X(1).
           05 PO-CONTACT   PIC X(8).
           05 PO-SEP-5     PIC X(1).
           05 PO-CHANNEL   PIC X(1).
           05 PO-SEP-6     PIC X(1).
           05 PO-ADDRESS   PIC X(40).
           05 PO-SEP-7     PIC X(1).
           05 PO-MESSAGE   PIC X(70).
