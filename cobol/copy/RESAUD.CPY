      *================================================================
      *  RESAUD.CPY
      *  Record layout for CORRECTION-AUDIT-FILE -- one record per
      *  correction RESCORR.CBL applies to a posted game result, in
      *  the order they were made.  GAME-RESULT-FILE is the permanent
      *  record and is never rewritten; this file is the overlay that
      *  says what became of a result afterwards.  RA-ACTION "V"
      *  voided the game -- its tallies and rating exchange were
      *  taken back and it counts for nothing from then on -- and
      *  "C" corrected it, replacing the winner or result type with
      *  RA-NEW-WINNER/RA-NEW-TYPE and posting the corrected outcome
      *  in its place.  The last record for a game id is the game's
      *  standing; StatsAudit, RatingRebuild, and ClubExtract read
      *  the whole file before they read a single result, so a voided
      *  game is left out of every tally they derive and a corrected
      *  one counts as corrected.  RA-CHANGED-BY and RA-REASON say
      *  who made the change and why; RA-OLD-* is the outcome that
      *  stood before it.  RA-POST-DATE/TIME/GAME-ID is ResultPost's
      *  high-water mark (PSTCKPT) at the moment the correction was
      *  applied -- the correction took effect after every result at
      *  or below that key and before every result above it, which
      *  is where RatingRebuild replays it.  RA-POINTS-REVERSED is
      *  the rating exchange taken back off the ledger, signed as
      *  the original LG-POINTS was.
      *================================================================
       01  CORRECTION-AUDIT-RECORD.
           05  RA-DATE                     PIC 9(08).
           05  RA-TIME                     PIC 9(08).
           05  RA-GAME-ID                  PIC X(16).
           05  RA-ACTION                   PIC X(01).
           05  RA-CHANGED-BY               PIC X(08).
           05  RA-REASON                   PIC X(40).
           05  RA-PLAYER-X                 PIC X(08).
           05  RA-PLAYER-O                 PIC X(08).
           05  RA-OLD-WINNER               PIC X(08).
           05  RA-OLD-TYPE                 PIC X(01).
           05  RA-NEW-WINNER               PIC X(08).
           05  RA-NEW-TYPE                 PIC X(01).
           05  RA-POST-DATE                PIC 9(08).
           05  RA-POST-TIME                PIC 9(08).
           05  RA-POST-GAME-ID             PIC X(16).
           05  RA-POINTS-REVERSED          PIC S9(03)
                                           SIGN IS LEADING SEPARATE.
