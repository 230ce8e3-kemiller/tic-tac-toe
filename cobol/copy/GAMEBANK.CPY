      *  game's opening move named them.  Correspondence games are
      *  always played on the standard 3x3 board; GB-BOARD-SIDE is
      *  carried so the layout matches the other board snapshots.
      *  GB-LAST-MOVE-DATE is the night the last move was applied (or
      *  the game opened) and GB-MOVE-DAYS the days the player on
      *  move is allowed to answer it -- the club's allowance when
      *  the game opened (CORRESP_MOVE_DAYS), kept on the game so a
      *  later change to the club setting does not shift deadlines
      *  already running.  A game still on move past its allowance is
      *  forfeited against GB-PLAYER.  Both sit at the end of the
      *  record: games banked before deadlines existed read back
      *  blank, and CORRESP starts their clock on the night it first
      *  sees them, under the allowance then in force.
      *================================================================
       01  GAME-BANK-RECORD.
           05  GB-GAME-ID                  PIC X(16).
           05  GB-LOG-SEQ                  PIC 9(05).
           05  GB-PLAYER-X                 PIC X(08).
           05  GB-PLAYER-O                 PIC X(08).
           05  GB-LAST-MOVE-DATE           PIC 9(08).
           05  GB-MOVE-DAYS                PIC 9(03).
