      ******************************************************************
      * The build id of this release of the cabinet programs -- the
      * letter R, the release date (yymmdd) and a letter for a second
      * release the same day. Raised with every release; the status
      * beacon and the nightly version inventory carry it so head
      * office can tell which cabinets run which build and whether
      * that build is approved for them. Included with COPY BUILDID
      * under an 01 of SendStatusBeacon and TransferDayFiles.
      ******************************************************************
           05 CABINET-BUILD-ID PIC X(8) VALUE "R261015A".
