      ******************************************************************
      * Shared record layout of ./data/keybinds.dat -- twenty-three
      * three-digit scancode columns: the seventeen legacy columns
      * in their original order, then the P3/P4 pairs APPENDED as
      * columns 18-21, the member sign-in key as column 22 and the
      * assist-mode key as column 23 so old key-map files stay
      * readable (KEYBINDS
      * declares P3/P4 right after P2, but on disk new columns only
      * ever go on the end). Included with COPY KEYBINDSFD under the
      * FD 01 of LoadKeyBindings, SaveKeyBindings and ValidateConfig
           05 KR-P3-DOWN-SCANCODE      PIC 9(3).
           05 KR-P4-UP-SCANCODE        PIC 9(3).
           05 KR-P4-DOWN-SCANCODE      PIC 9(3).
           05 KR-MEMBER-SCANCODE       PIC 9(3).
           05 KR-ASSIST-SCANCODE       PIC 9(3).
