      *             rewrites one - so the morning run log can replay
      *             the whole night in order and the gate can tell a
      *             step that completed from one that abended and
      *             left no end event behind. An undone event,
      *             written when a night is rolled back, cancels
      *             every event before it for that step and date.
      ******************************************************************
       01  run-control-record.
           05  rcr-business-date   PIC 9(08).
           05  rcr-event-type      PIC X(01).
               88  rcr-is-start        VALUE 'S'.
               88  rcr-is-end          VALUE 'E'.
               88  rcr-is-undone       VALUE 'U'.
           05  rcr-event-time      PIC 9(08).
           05  rcr-return-code     PIC 9(04).
           05  FILLER              PIC X(45).
