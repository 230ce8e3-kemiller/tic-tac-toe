      *                   match itself goes to SERIES-RESULT-FILE
      *                   with every game id on it, so MatchupReport
      *                   shows the match and not just loose games.
      *   2026-10-15  KM  GR-PLAYED-BY is written blank: the games
      *                   played here are not TOURNEY or LEAGUE games.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           MOVE SPACES              TO GR-BOARD
           MOVE GameBoardValues     TO GR-BOARD(1:9)
           MOVE GameEndKind         TO GR-RESULT-TYPE
           MOVE SPACE               TO GR-PLAYED-BY
           WRITE GAME-RESULT-RECORD.

      *----------------------------------------------------------------
