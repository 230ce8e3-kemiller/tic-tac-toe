      *  line or a full board, "R" the loser resigned, "F" the loser
      *  forfeited (posted by FORFEIT.CBL for a no-show).  All three
      *  count the same in the tallies and the rating exchange --
      *  the type is for the record and the reports.  GR-PLAYED-BY
      *  marks a game a batch program played out in memory, with no
      *  move log behind it: "T" TOURNEY, "L" LEAGUE; every other
      *  writer leaves it blank.  The newer
      *  fields sit at the end of the record on purpose: results
      *  written before they existed are shorter and read back with
      *  blank game and player ids -- and a blank result type, which
      *  every reader treats as "P", and a blank played-by -- rather
      *  than misparsing the older fields.
      *================================================================
       01  GAME-RESULT-RECORD.
           05  GR-DATE                     PIC 9(08).
           05  GR-PLAYER-X                 PIC X(08).
           05  GR-PLAYER-O                 PIC X(08).
           05  GR-RESULT-TYPE              PIC X(01).
           05  GR-PLAYED-BY                PIC X(01).
