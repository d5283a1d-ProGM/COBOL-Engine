      *> menu -- lifetime counters and on-screen settings, so route
      *> techs stop hand-editing files behind the back panel.
           02 KB-SERVICE-SCANCODE     USAGE BINARY-LONG VALUE 62.
      *> 16 is the "M" key: opens member-number sign-in from the
      *> title screen, so a regular's balance, rating and loyalty
      *> card follow their card number instead of their initials.
           02 KB-MEMBER-SCANCODE      USAGE BINARY-LONG VALUE 16.
      *> 4 is the "A" key: cycles assist mode on the title screen
      *> (PONG) or the sign-in screen (BREAKOUT) -- off, assist,
      *> assist with one-button paddle control.
           02 KB-ASSIST-SCANCODE      USAGE BINARY-LONG VALUE 4.
