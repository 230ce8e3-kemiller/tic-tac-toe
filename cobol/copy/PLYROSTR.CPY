      *================================================================
      *  PLYROSTR.CPY
      *  Record layout for PLAYER-ROSTER -- one player id per record,
      *  the entry list for a round-robin tournament run.  Written by
      *  ROSBLD.CBL from an event's confirmed sign-ups (EVENTRY.CPY),
      *  in sign-up order; TOURNEY.CBL and LEAGUE.CBL play from it.
      *================================================================
       01  PLAYER-ROSTER-RECORD.
           05  RS-PLAYER-ID                PIC X(08).
