      *================================================================
      *  LADCHAL.CPY
      *  Record layout for LADDER-CHALLENGE-FILE -- every ladder
      *  challenge still open, rewritten by LADDER.CBL each night.
      *  LC-CHALLENGER is the member challenging upward and
      *  LC-DEFENDER the member on the higher rung.  LC-ISSUE-DATE is
      *  the night the challenge was accepted onto the ladder and
      *  LC-EXPIRY-DATE the last day a game between the two settles
      *  it; a challenge still unplayed after that is ruled declined
      *  and drops off.  A settled challenge drops off too -- the
      *  nightly report is the record of how it went.
      *================================================================
       01  LADDER-CHALLENGE-RECORD.
           05  LC-CHALLENGER               PIC X(08).
           05  LC-DEFENDER                 PIC X(08).
           05  LC-ISSUE-DATE               PIC 9(08).
           05  LC-EXPIRY-DATE              PIC 9(08).
