      *================================================================
      *  LADDER.CPY
      *  Record layout for LADDER-FILE -- the club's standing
      *  challenge ladder, one record per member on it, written in
      *  rung order (rung 1 the top) by LADDER.CBL at the end of
      *  every nightly run.  LD-RUNG is the member's position;
      *  LD-SINCE-DATE the night they took it -- joined at the
      *  bottom, or moved by a challenge.  The ladder is read back in
      *  file order, so the rungs always run 1, 2, 3, ... without
      *  gaps.
      *================================================================
       01  LADDER-RECORD.
           05  LD-RUNG                     PIC 9(03).
           05  LD-PLAYER-ID                PIC X(08).
           05  LD-SINCE-DATE               PIC 9(08).
