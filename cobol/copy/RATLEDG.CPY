      *  side, matching the exchange in ResultPost).  LG-KIND says
      *  how the game ended: "W" played to a win, "D" drawn, "R" the
      *  loser resigned, "F" the loser forfeited -- R and F exchange
      *  points exactly as a win does -- and "V" is a reversal
      *  RESCORR.CBL writes when a posted result is voided or
      *  corrected: the winner and loser ids of the line it reverses,
      *  that line's LG-POINTS with the sign turned, and the date and
      *  time of the correction rather than of the game.  A corrected
      *  game's new outcome follows it as an ordinary line.  The before
      *  and after readings are recorded for both players, so the ledger
      *  alone reconstructs the path of any rating: RATSTMT.CBL turns
      *  it into a member's statement, and RATREBLD.CBL replays
      *  GAME-RESULT-FILE from the 1500 seed to prove the live
