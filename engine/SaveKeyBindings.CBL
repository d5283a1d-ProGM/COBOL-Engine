           MOVE KB-P3-DOWN-SCANCODE TO KR-P3-DOWN-SCANCODE.
           MOVE KB-P4-UP-SCANCODE TO KR-P4-UP-SCANCODE.
           MOVE KB-P4-DOWN-SCANCODE TO KR-P4-DOWN-SCANCODE.
           MOVE KB-MEMBER-SCANCODE TO KR-MEMBER-SCANCODE.
           MOVE KB-ASSIST-SCANCODE TO KR-ASSIST-SCANCODE.

           MOVE KEYBINDS-RECORD TO NEW-KEYBINDS-IMAGE.

