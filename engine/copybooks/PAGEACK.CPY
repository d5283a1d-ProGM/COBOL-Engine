      ******************************************************************
      * Shared record layout of ./data/page_acks.dat, where the
      * messaging gateway files the replies to pages -- one line per
      * reply: the exception reference quoted, when the reply came
      * in, the contact id it came from, and what it says (A
      * acknowledged, on it; C cleared, fixed or stood down).
      * Included with COPY PAGEACK under the FD 01 of PageOnCall.
      ******************************************************************
           05 PA-EXCEPTION PIC 9(6).
           05 PA-SEP-1     PIC X(1).
           05 PA-DATE      PIC 9(8).
           05 PA-SEP-2     PIC X(1).
           05 PA-TIME      PIC 9(6).
           05 PA-SEP-3     PIC X(1).
           05 PA-CONTACT   PIC X(8).
           05 PA-SEP-4     PIC X(1).
           05 PA-KIND      PIC X(1).
