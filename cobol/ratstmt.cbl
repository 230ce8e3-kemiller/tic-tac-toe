      *                   names the member; RATSTMT_FROM/RATSTMT_TO
      *                   (YYYYMMDD) limit the statement to a date
      *                   range and default to everything.
      *   2026-10-15  KM  Show ResultCorrect's void lines (kind "V")
      *                   as VOID on both sides; the points column
      *                   is the game's exchange handed back.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *   readings and signed points come off the record directly.
      *   The "winner" side of a draw is simply the X side (see
      *   RATLEDG.CPY), so the outcome column says DRAW whenever
      *   LG-KIND says so, whichever side the member was on, and
      *   VOID for a line that takes a voided or corrected game's
      *   points back.
      *----------------------------------------------------------------
       StatementOneRecord.
           IF (WantedFromDate EQUAL SPACES
                       MOVE LG-WINNER-BEFORE TO RatingBefore
                       MOVE LG-WINNER-AFTER  TO RatingAfter
                       MOVE LG-POINTS        TO PointsThisGame
                       EVALUATE LG-KIND
                           WHEN 'D'
                               MOVE "DRAW " TO OutcomeText
                           WHEN 'V'
                               MOVE "VOID " TO OutcomeText
                           WHEN OTHER
                               MOVE "WIN  " TO OutcomeText
                       END-EVALUATE
                       PERFORM PrintOneStatementLine
                   WHEN LG-LOSER-ID EQUAL WantedPlayerID
                       MOVE LG-WINNER-ID     TO OpponentID
                               MOVE "RESGN" TO OutcomeText
                           WHEN 'F'
                               MOVE "FORF " TO OutcomeText
                           WHEN 'V'
                               MOVE "VOID " TO OutcomeText
                           WHEN OTHER
                               MOVE "LOSS " TO OutcomeText
                       END-EVALUATE
