      ******************************************************************
      * Where a storage budget group counts as close to full: at or
      * past this share of its budget, or with its recent growth
      * due to fill it within this many days. Raised as a STORAGE
      * incident by the capacity check and flagged DISK on the fleet
      * board. Included with COPY CAPLIMIT under an 01 of
      * CheckDataCapacity and FleetStatusListener so both draw the
      * line in the same place.
      ******************************************************************
           05 CAPACITY-WARN-PERCENT PIC 9(3) VALUE 90.
           05 CAPACITY-WARN-DAYS    PIC 9(4) VALUE 30.
