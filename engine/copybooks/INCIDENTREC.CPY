      ******************************************************************
      * Shared record layout of ./data/incidents.dat -- one line per
      * maintenance incident: when it was raised, the coded category
      * (COINMECH, BUTTON, STICK, PANEL, or STORAGE from the capacity
      * check), who raised it (O operator from the service menu, A
      * the software itself), its status (O open, R resolved) with
      * the resolution date, and the free text. A preventive-
      * maintenance incident CountControlWear raises for a worn
      * control reads "PM due <control> ..." so closing it can start
      * that control's count over.
      * Included with COPY INCIDENTREC under the FD 01 of
      * WriteIncident, ResolveIncident, CountOpenIncidents,
      * PrintAvailabilityReport and CheckDataCapacity -- the paper
      * notebook in the van, moved into the cabinet.
      ******************************************************************
           05 IN-DATE          PIC 9(8).
           05 IN-SEP-1         PIC X(1).
