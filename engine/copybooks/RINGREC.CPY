      ******************************************************************
      * Shared record layout of ./data/rollout_rings.dat, head
      * office's rollout rings -- one row per cabinet in a named
      * group that takes a new build ahead of the rest of the fleet
      * (a pilot ring): the ring name and the cabinet id. A cabinet
      * may sit in more than one ring. Rows starting with # are
      * comments. Included with COPY RINGREC under the FD 01 of
      * ApproveBuild and PrintVersionInventory.
      ******************************************************************
           05 RG-RING    PIC X(8).
           05 RG-SEP-1   PIC X(1).
           05 RG-CABINET PIC X(8).
