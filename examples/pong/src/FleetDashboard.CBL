           05 BL-CODE      PIC 9(4).
           05 FILLER       PIC X(1).
           05 BL-QUIET     PIC X(6).
           05 FILLER       PIC X(1).
           05 BL-BUILD     PIC X(8).
           05 FILLER       PIC X(1).
           05 BL-FORMATS   PIC X(9).
           05 FILLER       PIC X(1).
           05 BL-CLOCK     PIC X(8).
           05 BL-CLOCK-FLAG PIC X(6).
           05 FILLER       PIC X(1).
           05 BL-DISK-PERCENT PIC X(3).
           05 FILLER       PIC X(2).
           05 BL-DISK-DAYS PIC X(4).
           05 BL-DISK-FLAG PIC X(5).
           05 FILLER       PIC X(3).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE PIC X(80).
               10 RW-CREDITS PIC 9(2).
               10 RW-UPTIME  PIC 9(7).
               10 RW-CODE    PIC 9(4).
               10 RW-CLOCK-FLAG PIC 9(1).
               10 RW-DISK-FLAG PIC 9(1).
       01  ROW-COUNT PIC 9(2) VALUE 0.
       01  ROW-IDX PIC 9(2) VALUE 0.

       01  AGE-WORK PIC S9(6) VALUE 0.

       01  STATE-NAME PIC X(9) VALUE SPACES.
       01  ROW-TAG PIC X(5) VALUE SPACES.
       01  DASH-LINE-TEXT PIC X(56) VALUE SPACES.
       01  DASH-LINE-Y USAGE SIGNED-INT VALUE 0.

           ELSE
               MOVE 0 TO RW-CODE (ROW-COUNT)
           END-IF.
           IF BL-CLOCK-FLAG = " CLOCK" THEN
               MOVE 1 TO RW-CLOCK-FLAG (ROW-COUNT)
           ELSE
               MOVE 0 TO RW-CLOCK-FLAG (ROW-COUNT)
           END-IF.
           IF BL-DISK-FLAG = " DISK" THEN
               MOVE 1 TO RW-DISK-FLAG (ROW-COUNT)
           ELSE
               MOVE 0 TO RW-DISK-FLAG (ROW-COUNT)
           END-IF.

       RELOAD-EXCEPTION-TAIL.
      *> keep only the last three lines: shift up as each new one
      *> the traffic-light tag: the panel has one text color, so
      *> the tag word IS the color coding.
           MOVE "OK" TO ROW-TAG.
      *> a wrong clock matters less than a fault or a silence.
           IF RW-CLOCK-FLAG (ROW-IDX) = 1 THEN
               MOVE "CLOCK" TO ROW-TAG
           END-IF.
      *> a filling card outranks the clock: it stops the cabinet
      *> writing, where a wrong clock only misfiles the day.
           IF RW-DISK-FLAG (ROW-IDX) = 1 THEN
               MOVE "DISK" TO ROW-TAG
           END-IF.
           IF RW-CODE (ROW-IDX) NOT = 0 THEN
               MOVE "ERR" TO ROW-TAG
           END-IF.
