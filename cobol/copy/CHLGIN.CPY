      *================================================================
      *  CHLGIN.CPY
      *  Record layout for CHALLENGE-IN-FILE -- the day's ladder
      *  requests as the clerk keys them, consumed by the nightly
      *  LADDER.CBL run.  CI-CHALLENGER challenges CI-DEFENDER; a
      *  blank CI-DEFENDER asks for CI-CHALLENGER to be put on the
      *  bottom rung.  A challenger not yet on the ladder is put on
      *  the bottom before the challenge is judged.  Requests that
      *  break the ladder rules are refused on the nightly report
      *  with a reason code:
      *    01  challenger or defender not an active PLAYER-MASTER
      *        member (or both the same)
      *    02  defender not on the ladder, or not above the
      *        challenger within the rungs allowed
      *    03  challenger or defender already in an open challenge
      *    04  join request from a member already on the ladder
      *    05  ladder or challenge table full
      *================================================================
       01  CHALLENGE-IN-RECORD.
           05  CI-CHALLENGER               PIC X(08).
           05  CI-DEFENDER                 PIC X(08).
