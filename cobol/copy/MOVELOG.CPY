      *  ResumeGame/SaveCheckpoint in TicTacToe).  ML-TYPE tells
      *  REPLAY what kind of entry it is reading: "M" is an ordinary
      *  move, "U" is an undo that cleared ML-CELL back to empty
      *  instead of placing ML-PLAYER on it, "R" is ML-PLAYER
      *  resigning the game (ML-CELL carries the 99 that was keyed;
      *  the board is unchanged), and "F" is ML-PLAYER forfeiting a
      *  correspondence game by letting the move deadline pass
      *  (ML-CELL is 00; the board is unchanged).  ML-GAME-ID sits
      *  at the end of the record on purpose: records logged before it
      *  existed are shorter and read back with a blank id, and
      *  REPLAY falls back to the old ML-SEQ-restarts-at-1 rule to
      *  tell those games apart.
