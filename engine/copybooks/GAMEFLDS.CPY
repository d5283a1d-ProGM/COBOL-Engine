      *> scaled up (pillarboxed where the aspect differs) by the
      *> renderer -- so a widescreen refit never touches a game
      *> coordinate. Pointer input maps back through MapWindowPoint.
           02 GAME-ASSIST-MODE    PIC 9(1) VALUE 0.
      *> 0 = off; 1 = assist (taller paddle, slower serve, lower
      *> speed ceiling); 2 = assist plus one-button paddle control
      *> (the paddle sweeps on its own, the up key turns it round).
      *> Only ever eases player 1's side; results played with it on
      *> post marked assisted. Cycled on the title/sign-in screen,
      *> or carried in from the player's profile.
           02 GAME-INPUT-MODE     PIC 9(1) VALUE 0.
      *> 0 = live controls; 1 = bench replay, the controls coming
      *> from the input recording named in GAME-INPUT-PATH instead
      *> of the panel; 2 = bench replay with the recording run out.
           02 GAME-INPUT-PATH     PIC X(60) VALUE SPACES.
           02 GAME-INPUT-FRAME.
               COPY INPUTFRM.
