      ******************************************************************
      * Shared record layout of ./data/build_approvals.dat, head
      * office's register of which build may run where -- one line
      * per decision: the build id, the ring it is approved for (a
      * ring name from ./data/rollout_rings.dat, or FLEET for every
      * cabinet), A approved or W withdrawn, and the date. The
      * latest line for a build and ring stands. Included with COPY
      * BLDAPPR under the FD 01 of ApproveBuild and
      * PrintVersionInventory.
      ******************************************************************
           05 BA-BUILD  PIC X(8).
           05 BA-SEP-1  PIC X(1).
           05 BA-RING   PIC X(8).
           05 BA-SEP-2  PIC X(1).
           05 BA-ACTION PIC X(1).
           05 BA-SEP-3  PIC X(1).
           05 BA-DATE   PIC 9(8).
