       FILE SECTION.
       FD  FLEET-CATALOG-FILE.
      *> the consolidated line is the cabinet prefix plus the
      *> catalog record's own 45 columns.
       01  FLEET-CATALOG-LINE.
           05 FC-CABINET PIC X(8).
           05 FC-SEP     PIC X(1).
       01  BEST-CABINET PIC X(8) VALUE SPACES.
       01  BEST-SLOT PIC 9(2) VALUE 0.
       01  BEST-FRAMES PIC 9(5) VALUE 0.
       01  BEST-ENTRY PIC X(45) VALUE SPACES.
       01  BEST-SLOT-TEXT PIC 9(2) VALUE 0.

       01  EXTRACTED-COUNT PIC 9(5) VALUE 0.
                           MOVE CAT-FRAME-COUNT TO BEST-FRAMES
                           MOVE CAT-SLOT TO BEST-SLOT
                           MOVE FC-CABINET TO BEST-CABINET
                           MOVE FLEET-CATALOG-LINE (10:45)
                               TO BEST-ENTRY
                       END-IF
               END-READ
