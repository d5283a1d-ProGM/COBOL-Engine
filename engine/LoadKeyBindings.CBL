                           MOVE KR-P4-DOWN-SCANCODE
                               TO KB-P4-DOWN-SCANCODE
                       END-IF
                       IF KR-MEMBER-SCANCODE NUMERIC
                       AND KR-MEMBER-SCANCODE NOT = 0 THEN
                           MOVE KR-MEMBER-SCANCODE
                               TO KB-MEMBER-SCANCODE
                       END-IF
                       IF KR-ASSIST-SCANCODE NUMERIC
                       AND KR-ASSIST-SCANCODE NOT = 0 THEN
                           MOVE KR-ASSIST-SCANCODE
                               TO KB-ASSIST-SCANCODE
                       END-IF
               END-READ

               CLOSE KEYBINDS-FILE
