      *================================================================
      *  EVENTRY.CPY
      *  Record layout for EVENT-ENTRY-FILE -- one record per sign-up
      *  to an event on EVENT-FILE (EVENTS.CPY), keyed as members come
      *  in, with the day they signed up in EN-ENTRY-DATE.  EN-STATUS
      *  is blank when keyed; ROSBLD.CBL sets it each time it builds
      *  the event's roster and writes the file back:
      *    "C"  confirmed -- on the roster
      *    "W"  waitlisted -- the event is full
      *    "X"  withdrawn -- keyed by the clerk, as a new record with
      *         "X" for the member; ROSBLD folds it into the member's
      *         sign-up, and the place goes to the waitlist
      *    "R"  refused, EN-REASON saying why:
      *           01  not on PLAYER-MASTER
      *           02  inactive member
      *           03  rating below the event's minimum
      *           04  already entered
      *           05  signed up after the event date
      *  Everything but a withdrawal is judged afresh on every build,
      *  so a member reactivated since the last build, say, is taken
      *  in their original place in the sign-up order.
      *================================================================
       01  EVENT-ENTRY-RECORD.
           05  EN-EVENT-ID                 PIC X(08).
           05  EN-PLAYER-ID                PIC X(08).
           05  EN-ENTRY-DATE               PIC 9(08).
           05  EN-STATUS                   PIC X(01).
           05  EN-REASON                   PIC X(02).
