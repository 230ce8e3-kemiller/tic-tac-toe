      *   2026-09-02  KM  Show "R" log records -- a resignation ends
      *                   the game where it stands, and the playback
      *                   now says so instead of just stopping.
      *   2026-10-15  KM  Show "F" log records -- a correspondence
      *                   game forfeited on the move deadline ends
      *                   where it stands, the same as a resignation.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                   WHEN "R"
                       DISPLAY "Move " ML-SEQ ": " ML-PLAYER
                           " resigns the game"
                   WHEN "F"
                       DISPLAY "Move " ML-SEQ ": " ML-PLAYER
                           " forfeits the game on time"
                   WHEN OTHER
                       DISPLAY "Move " ML-SEQ ": " ML-PLAYER
                           " -> square " ML-CELL
