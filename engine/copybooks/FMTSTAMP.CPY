      ******************************************************************
      * Shared record layout of ./data/format_stamp.dat -- the format
      * version MigrateDataFiles left each player master at on its
      * last run, one line per master: the file and its version (0
      * absent, 1 on the initials, 2 on the player key, 3 for
      * players.dat with the public-listing and assist columns
      * too). The keyed masters carry no header line of their own,
      * so this is how the version inventory knows them without
      * opening each one.
      * Included with COPY FMTSTAMP under the FD 01 of
      * MigrateDataFiles and ReadFormatVersions.
      ******************************************************************
           05 FS-FILE-NAME PIC X(28).
           05 FS-SEP-1     PIC X(1).
           05 FS-VERSION   PIC X(1).
