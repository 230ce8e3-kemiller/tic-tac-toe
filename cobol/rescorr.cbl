       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ResultCorrect.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  Takes back a posted game
      *                   result.  RESCORR_GAME_ID names the game;
      *                   RESCORR_ACTION is
      *                     VOID     the game counts for nothing --
      *                              a move keyed against the wrong
      *                              game, a forfeit posted against
      *                              the wrong member;
      *                     CORRECT  the game stands with a corrected
      *                              outcome -- RESCORR_WINNER (either
      *                              player's id, or DRAW) and/or
      *                              RESCORR_TYPE (P, R, or F), each
      *                              defaulting to what stands now.
      *                   RESCORR_BY and RESCORR_REASON are required
      *                   and go on the audit record.  The game's
      *                   tallies come back out of PLAYER-STATS and
      *                   its rating exchange is reversed with a
      *                   "V" line on the rating ledger; a correction
      *                   then posts the corrected outcome exactly as
      *                   ResultPost would have.  GAME-RESULT-FILE is
      *                   never rewritten -- CORRECTION-AUDIT-FILE
      *                   carries the change (see RESAUD.CPY) and the
      *                   audits read it.  Only a result ResultPost
      *                   has already posted can be corrected, and
      *                   only one from the season in progress: a
      *                   closed season's tallies are frozen in
      *                   SEASHIST and the live counts no longer hold
      *                   them.  Return code: 0 corrected, 8 the
      *                   request did not check out (nothing
      *                   touched), 12 PLAYER-STATS would not open.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and the correction applied -- for
      *                   the morning operations check, OPSCHK.CBL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameResultStatus.

           SELECT PLAYER-STATS-FILE ASSIGN TO "PLYSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS PlayerStatsStatus.

           SELECT POST-CHECKPOINT-FILE ASSIGN TO "PSTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostCkptStatus.

           SELECT RATING-LEDGER-FILE ASSIGN TO "RATLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RatingLedgerStatus.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "RESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrAuditStatus.

           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeasonHistStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       COPY GAMERES.

       FD  PLAYER-STATS-FILE.
       COPY PLYSTAT.

       FD  POST-CHECKPOINT-FILE.
       COPY PSTCKPT.

       FD  RATING-LEDGER-FILE.
       COPY RATLEDG.

       FD  CORRECTION-AUDIT-FILE.
       COPY RESAUD.

       FD  SEASON-HISTORY-FILE.
       COPY SEASHIST.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 PlayerStatsStatus PIC X(02).
       01 PostCkptStatus    PIC X(02).
       01 RatingLedgerStatus PIC X(02).
       01 CorrAuditStatus   PIC X(02).
       01 SeasonHistStatus  PIC X(02).
       01 AtEndOfResults    PIC X VALUE 'N'.
       01 AtEndOfLedger     PIC X VALUE 'N'.
       01 AtEndOfAudit      PIC X VALUE 'N'.
       01 AtEndOfHistory    PIC X VALUE 'N'.

      * What the committee asked for, and who asked.
       01 WantedGameID      PIC X(16) VALUE SPACES.
       01 WantedAction      PIC X(08) VALUE SPACES.
       01 WantedWinner      PIC X(08) VALUE SPACES.
       01 WantedType        PIC X(01) VALUE SPACES.
       01 ChangedBy         PIC X(08) VALUE SPACES.
       01 ChangeReason      PIC X(40) VALUE SPACES.

      * The game as GAME-RESULT-FILE recorded it.  More than one
      * record under the id means the id itself is in doubt, and
      * the run refuses rather than guess which one is meant.
       01 ResultsFound      PIC 9(03) VALUE 0.
       01 GameDate          PIC 9(08).
       01 GamePlayerX       PIC X(08).
       01 GamePlayerO       PIC X(08).
       01 RecordKey.
           05 RK-DATE           PIC X(08).
           05 RK-TIME           PIC X(08).
           05 RK-GAME-ID        PIC X(16).

      * ResultPost's high-water mark: only a result at or below it
      * has reached PLAYER-STATS, so only such a result can be taken
      * back out.
       01 CheckpointFound   PIC X VALUE 'N'.
       01 CheckpointKey.
           05 CK-DATE           PIC X(08).
           05 CK-TIME           PIC X(08).
           05 CK-GAME-ID        PIC X(16).

      * The newest season close on file; a game on or before it sits
      * in a closed season.
       01 LastCloseDate     PIC 9(08) VALUE 0.

      * The outcome that stands now -- the recorded one, or whatever
      * the last correction on file made of it -- and the outcome
      * the correction will leave standing.
       01 StandingWinner    PIC X(08).
       01 StandingType      PIC X(01).
       01 StandingVoid      PIC X VALUE 'N'.
       01 OldWinner         PIC X(08).
       01 OldType           PIC X(01).
       01 PriorCorrections  PIC 9(03) VALUE 0.
       01 NewWinner         PIC X(08).
       01 NewType           PIC X(01).

      * The exchange now standing on the ledger for the game: the
      * last line for it that no "V" line has taken back since.
       01 ExchangeFound     PIC X VALUE 'N'.
       01 ExchangeWinnerID  PIC X(08).
       01 ExchangeLoserID   PIC X(08).
       01 ExchangePoints    PIC S9(03).

      * Who the outcome credits and debits.
       01 StatsLookupID     PIC X(08).
       01 StatKind          PIC X.
       01 ResultKind        PIC X.
       01 LedgerKind        PIC X.
       01 WinnerSideID      PIC X(08).
       01 LoserSideID       PIC X(08).
       01 TallyOk           PIC X.

      * Elo-style rating exchange, the same K = 32 ResultPost uses.
       01 WinnerRating      PIC S9(05) COMP.
       01 LoserRating       PIC S9(05) COMP.
       01 RatingDiff        PIC S9(05) COMP.
       01 ExpectedPct       PIC S9(03) COMP.
       01 RatingChange      PIC S9(03) COMP.
       01 RatingDelta       PIC S9(03) COMP.
       01 RatingWork        PIC S9(06) COMP.
       01 RatingSeed        PIC S9(06) COMP.
       01 RatedWinnerID     PIC X(08).
       01 RatedLoserID      PIC X(08).
       01 WinnerBefore      PIC 9(05).
       01 WinnerAfter       PIC 9(05).
       01 LoserBefore       PIC 9(05).
       01 LoserAfter        PIC 9(05).

      * When the correction was made -- stamped on its ledger lines
      * and its audit record.
       01 CorrectionDate    PIC 9(08).
       01 CorrectionTime    PIC 9(08).
       01 PointsDisplay     PIC +++9.
       01 CorrectionsWritten PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT WantedGameID FROM ENVIRONMENT "RESCORR_GAME_ID"
           ACCEPT WantedAction FROM ENVIRONMENT "RESCORR_ACTION"
           ACCEPT WantedWinner FROM ENVIRONMENT "RESCORR_WINNER"
           ACCEPT WantedType   FROM ENVIRONMENT "RESCORR_TYPE"
           ACCEPT ChangedBy    FROM ENVIRONMENT "RESCORR_BY"
           ACCEPT ChangeReason FROM ENVIRONMENT "RESCORR_REASON"
           PERFORM CheckRequest
           PERFORM ReadPostCheckpoint
           PERFORM FindLastSeasonClose
           PERFORM FindGameResult
           PERFORM FindStandingOutcome
           MOVE StandingWinner TO OldWinner
           MOVE StandingType   TO OldType
           IF WantedAction EQUAL "CORRECT"
               PERFORM SetCorrectedOutcome
           END-IF
           PERFORM FindStandingExchange
           ACCEPT CorrectionDate FROM DATE YYYYMMDD
           ACCEPT CorrectionTime FROM TIME
           PERFORM OpenStatsFile
           PERFORM CheckTalliesReversible
           PERFORM OpenRatingLedger
           PERFORM ReverseStandingOutcome
           IF WantedAction EQUAL "CORRECT"
               PERFORM PostCorrectedOutcome
           END-IF
           CLOSE RATING-LEDGER-FILE
           CLOSE PLAYER-STATS-FILE
           PERFORM WriteAuditRecord
           PERFORM PrintCorrectionSummary
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * CheckRequest / RefuseRequest
      *   The request has to say which game, what to do with it, who
      *   is doing it, and why -- an unsigned correction to the
      *   permanent record is exactly what the audit file exists to
      *   prevent.
      *----------------------------------------------------------------
       CheckRequest.
           IF WantedGameID EQUAL SPACES
               DISPLAY "RESCORR_GAME_ID must name the game to "
                   "correct -- nothing touched."
               PERFORM RefuseRequest
           END-IF
           IF WantedAction NOT EQUAL "VOID"
                   AND WantedAction NOT EQUAL "CORRECT"
               DISPLAY "RESCORR_ACTION must be VOID or CORRECT -- "
                   "nothing touched."
               PERFORM RefuseRequest
           END-IF
           IF ChangedBy EQUAL SPACES OR ChangeReason EQUAL SPACES
               DISPLAY "RESCORR_BY and RESCORR_REASON must say who "
                   "is making the change and why -- nothing "
                   "touched."
               PERFORM RefuseRequest
           END-IF
           IF WantedAction EQUAL "VOID"
                   AND (WantedWinner NOT EQUAL SPACES
                       OR WantedType NOT EQUAL SPACES)
               DISPLAY "A VOID takes no RESCORR_WINNER or "
                   "RESCORR_TYPE -- did you mean CORRECT?  Nothing "
                   "touched."
               PERFORM RefuseRequest
           END-IF.

       RefuseRequest.
           MOVE 8 TO RETURN-CODE
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * ReadPostCheckpoint / FindLastSeasonClose /
      * NoteOneHistoryRecord
      *   Where posting stands, and where the season in progress
      *   began.  No checkpoint means ResultPost has never run and
      *   nothing it could reverse has been posted.
      *----------------------------------------------------------------
       ReadPostCheckpoint.
           MOVE LOW-VALUES TO CheckpointKey
           OPEN INPUT POST-CHECKPOINT-FILE
           IF PostCkptStatus EQUAL "00"
               READ POST-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CheckpointFound TO 'Y'
                       MOVE PC-LAST-DATE    TO CK-DATE
                       MOVE PC-LAST-TIME    TO CK-TIME
                       MOVE PC-LAST-GAME-ID TO CK-GAME-ID
               END-READ
               CLOSE POST-CHECKPOINT-FILE
           END-IF
           IF CheckpointFound NOT EQUAL 'Y'
               DISPLAY "No posting checkpoint -- ResultPost has not "
                   "posted anything a correction could take back.  "
                   "Nothing touched."
               PERFORM RefuseRequest
           END-IF.

       FindLastSeasonClose.
           OPEN INPUT SEASON-HISTORY-FILE
           IF SeasonHistStatus EQUAL "00"
               PERFORM ReadOneHistoryRecord
               PERFORM NoteOneHistoryRecord
                   UNTIL AtEndOfHistory EQUAL 'Y'
               CLOSE SEASON-HISTORY-FILE
           END-IF.

       ReadOneHistoryRecord.
           READ SEASON-HISTORY-FILE
               AT END
                   SET AtEndOfHistory TO 'Y'
           END-READ.

       NoteOneHistoryRecord.
           IF SH-PLAYER-ID EQUAL "*SEASON*"
                   AND SH-CLOSE-DATE > LastCloseDate
               MOVE SH-CLOSE-DATE TO LastCloseDate
           END-IF
           PERFORM ReadOneHistoryRecord.

      *----------------------------------------------------------------
      * FindGameResult / ReadOneResult / NoteOneResult
      *   The game's GAME-RESULT record.  It must exist exactly once,
      *   have both players on it, sit at or below the posting mark,
      *   and belong to the season in progress.
      *----------------------------------------------------------------
       FindGameResult.
           OPEN INPUT GAME-RESULT-FILE
           IF GameResultStatus EQUAL "00"
               PERFORM ReadOneResult
               PERFORM NoteOneResult
                   UNTIL AtEndOfResults EQUAL 'Y'
               CLOSE GAME-RESULT-FILE
           END-IF
           IF ResultsFound EQUAL 0
               DISPLAY "Game " WantedGameID " has no result on "
                   "file -- nothing touched."
               PERFORM RefuseRequest
           END-IF
           IF ResultsFound > 1
               DISPLAY "Game " WantedGameID " has " ResultsFound
                   " results on file -- the id is in doubt; sort "
                   "it out by hand.  Nothing touched."
               PERFORM RefuseRequest
           END-IF
           IF GamePlayerX EQUAL SPACES OR GamePlayerO EQUAL SPACES
               DISPLAY "Game " WantedGameID " was recorded without "
                   "both players and never posted -- nothing to "
                   "correct.  Nothing touched."
               PERFORM RefuseRequest
           END-IF
           IF RecordKey > CheckpointKey
               DISPLAY "Game " WantedGameID " is not posted yet -- "
                   "run ResultPost first, then correct it.  Nothing "
                   "touched."
               PERFORM RefuseRequest
           END-IF
           IF GameDate NOT > LastCloseDate
               DISPLAY "Game " WantedGameID " was played on "
                   GameDate ", in a season closed on "
                   LastCloseDate " -- closed seasons are final.  "
                   "Nothing touched."
               PERFORM RefuseRequest
           END-IF.

       ReadOneResult.
           READ GAME-RESULT-FILE
               AT END
                   SET AtEndOfResults TO 'Y'
           END-READ.

       NoteOneResult.
           IF GR-GAME-ID EQUAL WantedGameID
               ADD 1 TO ResultsFound
               MOVE GR-DATE     TO GameDate
               MOVE GR-DATE     TO RK-DATE
               MOVE GR-TIME     TO RK-TIME
               MOVE GR-GAME-ID  TO RK-GAME-ID
               MOVE GR-PLAYER-X TO GamePlayerX
               MOVE GR-PLAYER-O TO GamePlayerO
               MOVE GR-WINNER   TO StandingWinner
               IF GR-RESULT-TYPE EQUAL SPACE
                   MOVE "P" TO StandingType
               ELSE
                   MOVE GR-RESULT-TYPE TO StandingType
               END-IF
           END-IF
           PERFORM ReadOneResult.

      *----------------------------------------------------------------
      * FindStandingOutcome / ReadOneAuditRecord / NoteOneAudit
      *   Earlier corrections to the same game, applied in the order
      *   they were made: the outcome that stands now is the last
      *   one's.  A game already voided has nothing left to take
      *   back.
      *----------------------------------------------------------------
       FindStandingOutcome.
           OPEN INPUT CORRECTION-AUDIT-FILE
           IF CorrAuditStatus EQUAL "00"
               PERFORM ReadOneAuditRecord
               PERFORM NoteOneAudit
                   UNTIL AtEndOfAudit EQUAL 'Y'
               CLOSE CORRECTION-AUDIT-FILE
           END-IF
           IF StandingVoid EQUAL 'Y'
               DISPLAY "Game " WantedGameID " is already void -- "
                   "nothing touched."
               PERFORM RefuseRequest
           END-IF.

       ReadOneAuditRecord.
           READ CORRECTION-AUDIT-FILE
               AT END
                   SET AtEndOfAudit TO 'Y'
           END-READ.

       NoteOneAudit.
           IF RA-GAME-ID EQUAL WantedGameID
               ADD 1 TO PriorCorrections
               IF RA-ACTION EQUAL "V"
                   SET StandingVoid TO 'Y'
               ELSE
                   MOVE 'N' TO StandingVoid
                   MOVE RA-NEW-WINNER TO StandingWinner
                   MOVE RA-NEW-TYPE   TO StandingType
               END-IF
           END-IF
           PERFORM ReadOneAuditRecord.

      *----------------------------------------------------------------
      * SetCorrectedOutcome
      *   The corrected outcome, each half defaulting to what stands:
      *   the winner has to be one of the two players or DRAW, the
      *   type P, R, or F, and a resignation or forfeit has to have
      *   a winner.  A "correction" that changes nothing is refused.
      *----------------------------------------------------------------
       SetCorrectedOutcome.
           MOVE StandingWinner TO NewWinner
           MOVE StandingType   TO NewType
           IF WantedWinner NOT EQUAL SPACES
               MOVE WantedWinner TO NewWinner
           END-IF
           IF WantedType NOT EQUAL SPACES
               MOVE WantedType TO NewType
           END-IF
           IF NewWinner NOT EQUAL GamePlayerX
                   AND NewWinner NOT EQUAL GamePlayerO
                   AND NewWinner NOT EQUAL "DRAW"
               DISPLAY "RESCORR_WINNER " NewWinner " is neither "
                   GamePlayerX " nor " GamePlayerO " nor DRAW -- "
                   "nothing touched."
               PERFORM RefuseRequest
           END-IF
           IF NewType NOT EQUAL "P" AND NewType NOT EQUAL "R"
                   AND NewType NOT EQUAL "F"
               DISPLAY "RESCORR_TYPE must be P, R, or F -- nothing "
                   "touched."
               PERFORM RefuseRequest
           END-IF
           IF NewWinner EQUAL "DRAW" AND NewType NOT EQUAL "P"
               DISPLAY "A drawn game cannot be a resignation or a "
                   "forfeit -- nothing touched."
               PERFORM RefuseRequest
           END-IF
           IF NewWinner EQUAL StandingWinner
                   AND NewType EQUAL StandingType
               DISPLAY "Game " WantedGameID " already stands as "
                   StandingWinner " (" StandingType ") -- nothing "
                   "to correct."
               PERFORM RefuseRequest
           END-IF.

      *----------------------------------------------------------------
      * FindStandingExchange / ReadOneLedgerRecord /
      * NoteOneLedgerRecord
      *   The rating exchange to take back: the game's last ledger
      *   line not since reversed by a "V" line.  A game posted
      *   before the ledger existed has none; its tallies still come
      *   out, and the rating is left as it stands.
      *----------------------------------------------------------------
       FindStandingExchange.
           OPEN INPUT RATING-LEDGER-FILE
           IF RatingLedgerStatus EQUAL "00"
               PERFORM ReadOneLedgerRecord
               PERFORM NoteOneLedgerRecord
                   UNTIL AtEndOfLedger EQUAL 'Y'
               CLOSE RATING-LEDGER-FILE
           END-IF.

       ReadOneLedgerRecord.
           READ RATING-LEDGER-FILE
               AT END
                   SET AtEndOfLedger TO 'Y'
           END-READ.

       NoteOneLedgerRecord.
           IF LG-GAME-ID EQUAL WantedGameID
               IF LG-KIND EQUAL "V"
                   MOVE 'N' TO ExchangeFound
               ELSE
                   SET ExchangeFound TO 'Y'
                   MOVE LG-WINNER-ID TO ExchangeWinnerID
                   MOVE LG-LOSER-ID  TO ExchangeLoserID
                   MOVE LG-POINTS    TO ExchangePoints
               END-IF
           END-IF
           PERFORM ReadOneLedgerRecord.

      *----------------------------------------------------------------
      * CheckTalliesReversible / CheckOneTally
      *   Every tally the reversal takes a game out of must have the
      *   game in it.  One that is already zero means PLAYER-STATS
      *   and the record disagree -- StatsAudit's business -- and the
      *   run refuses before touching anything.
      *----------------------------------------------------------------
       CheckTalliesReversible.
           PERFORM SetOutcomeSides
           IF ResultKind EQUAL 'W'
               MOVE WinnerSideID TO StatsLookupID
               MOVE 'W' TO StatKind
               PERFORM CheckOneTally
               MOVE LoserSideID TO StatsLookupID
               MOVE 'L' TO StatKind
               PERFORM CheckOneTally
           ELSE
               MOVE WinnerSideID TO StatsLookupID
               MOVE 'D' TO StatKind
               PERFORM CheckOneTally
               MOVE LoserSideID TO StatsLookupID
               MOVE 'D' TO StatKind
               PERFORM CheckOneTally
           END-IF.

       CheckOneTally.
           MOVE 'N' TO TallyOk
           MOVE StatsLookupID TO PS-PLAYER-ID
           READ PLAYER-STATS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE StatKind
                       WHEN 'W'
                           IF PS-WINS > 0
                               MOVE 'Y' TO TallyOk
                           END-IF
                       WHEN 'L'
                           IF PS-LOSSES > 0
                               MOVE 'Y' TO TallyOk
                           END-IF
                       WHEN OTHER
                           IF PS-DRAWS > 0
                               MOVE 'Y' TO TallyOk
                           END-IF
                   END-EVALUATE
           END-READ
           IF TallyOk NOT EQUAL 'Y'
               DISPLAY StatsLookupID " has no tally for game "
                   WantedGameID " to take back -- run StatsAudit.  "
                   "Nothing touched."
               CLOSE PLAYER-STATS-FILE
               PERFORM RefuseRequest
           END-IF.

      *----------------------------------------------------------------
      * SetOutcomeSides
      *   Turns StandingWinner into the sides ResultPost credits and
      *   debits -- for a draw the "winner" side is simply X.
      *----------------------------------------------------------------
       SetOutcomeSides.
           IF StandingWinner EQUAL "DRAW"
               MOVE 'D' TO ResultKind
               MOVE GamePlayerX TO WinnerSideID
               MOVE GamePlayerO TO LoserSideID
           ELSE
               MOVE 'W' TO ResultKind
               IF StandingWinner EQUAL GamePlayerX
                   MOVE GamePlayerX TO WinnerSideID
                   MOVE GamePlayerO TO LoserSideID
               ELSE
                   MOVE GamePlayerO TO WinnerSideID
                   MOVE GamePlayerX TO LoserSideID
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ReverseStandingOutcome / DecrementStat / ReverseExchange
      *   The standing outcome comes back out: each tally it added is
      *   taken off, and the points its exchange moved are moved
      *   back on a "V" ledger line -- same two members, same winner
      *   and loser sides, the points negated, both readings before
      *   and after.
      *----------------------------------------------------------------
       ReverseStandingOutcome.
           IF ResultKind EQUAL 'W'
               MOVE WinnerSideID TO StatsLookupID
               MOVE 'W' TO StatKind
               PERFORM DecrementStat
               MOVE LoserSideID TO StatsLookupID
               MOVE 'L' TO StatKind
               PERFORM DecrementStat
           ELSE
               MOVE WinnerSideID TO StatsLookupID
               MOVE 'D' TO StatKind
               PERFORM DecrementStat
               MOVE LoserSideID TO StatsLookupID
               MOVE 'D' TO StatKind
               PERFORM DecrementStat
           END-IF
           IF ExchangeFound EQUAL 'Y'
               PERFORM ReverseExchange
           ELSE
               MOVE 0 TO ExchangePoints
           END-IF.

       DecrementStat.
           PERFORM LookupOrCreateStats
           EVALUATE StatKind
               WHEN 'W'
                   SUBTRACT 1 FROM PS-WINS
               WHEN 'L'
                   SUBTRACT 1 FROM PS-LOSSES
               WHEN OTHER
                   SUBTRACT 1 FROM PS-DRAWS
           END-EVALUATE
           REWRITE PLAYER-STATS-RECORD.

       ReverseExchange.
           MOVE ExchangeWinnerID TO RatedWinnerID
           MOVE ExchangeLoserID  TO RatedLoserID
           MOVE RatedWinnerID TO StatsLookupID
           PERFORM LookupOrCreateStats
           MOVE PS-RATING TO WinnerBefore
           MOVE RatedLoserID TO StatsLookupID
           PERFORM LookupOrCreateStats
           MOVE PS-RATING TO LoserBefore
           COMPUTE RatingChange = 0 - ExchangePoints
           MOVE RatingChange TO RatingDelta
           MOVE RatedWinnerID TO StatsLookupID
           PERFORM ApplyRatingDelta
           MOVE PS-RATING TO WinnerAfter
           MOVE ExchangePoints TO RatingDelta
           MOVE RatedLoserID TO StatsLookupID
           PERFORM ApplyRatingDelta
           MOVE PS-RATING TO LoserAfter
           MOVE "V" TO LedgerKind
           PERFORM WriteRatingLedger.

      *----------------------------------------------------------------
      * PostCorrectedOutcome / IncrementStat
      *   The corrected outcome posted exactly as ResultPost posts a
      *   result: the tallies, then a fresh exchange at the ratings
      *   as they stand now, on a ledger line of the corrected kind.
      *----------------------------------------------------------------
       PostCorrectedOutcome.
           MOVE NewWinner TO StandingWinner
           PERFORM SetOutcomeSides
           IF NewType EQUAL "R" OR NewType EQUAL "F"
               MOVE NewType TO LedgerKind
           ELSE
               IF NewWinner EQUAL "DRAW"
                   MOVE 'D' TO LedgerKind
               ELSE
                   MOVE 'W' TO LedgerKind
               END-IF
           END-IF
           IF ResultKind EQUAL 'W'
               MOVE WinnerSideID TO StatsLookupID
               MOVE 'W' TO StatKind
               PERFORM IncrementStat
               MOVE LoserSideID TO StatsLookupID
               MOVE 'L' TO StatKind
               PERFORM IncrementStat
           ELSE
               MOVE WinnerSideID TO StatsLookupID
               MOVE 'D' TO StatKind
               PERFORM IncrementStat
               MOVE LoserSideID TO StatsLookupID
               MOVE 'D' TO StatKind
               PERFORM IncrementStat
           END-IF
           PERFORM UpdateRatings.

       IncrementStat.
           PERFORM LookupOrCreateStats
           EVALUATE StatKind
               WHEN 'W'
                   ADD 1 TO PS-WINS
               WHEN 'L'
                   ADD 1 TO PS-LOSSES
               WHEN OTHER
                   ADD 1 TO PS-DRAWS
           END-EVALUATE
           REWRITE PLAYER-STATS-RECORD.

      *----------------------------------------------------------------
      * OpenStatsFile / LookupOrCreateStats / SeedRatingFromHistory
      *   PLAYER-STATS maintenance as ResultPost does it.
      *----------------------------------------------------------------
       OpenStatsFile.
           OPEN I-O PLAYER-STATS-FILE
           IF PlayerStatsStatus NOT EQUAL "00"
               DISPLAY "PLAYER-STATS will not open (status "
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF.

       LookupOrCreateStats.
           MOVE StatsLookupID TO PS-PLAYER-ID
           READ PLAYER-STATS-FILE
               INVALID KEY
                   MOVE 0 TO PS-WINS
                   MOVE 0 TO PS-LOSSES
                   MOVE 0 TO PS-DRAWS
                   MOVE 1500 TO PS-RATING
                   WRITE PLAYER-STATS-RECORD
               NOT INVALID KEY
                   IF PS-RATING EQUAL 0
                       PERFORM SeedRatingFromHistory
                   END-IF
           END-READ.

       SeedRatingFromHistory.
           COMPUTE RatingSeed =
               1500 + (PS-WINS * 10) - (PS-LOSSES * 10)
           IF RatingSeed < 1000
               MOVE 1000 TO RatingSeed
           END-IF
           IF RatingSeed > 2000
               MOVE 2000 TO RatingSeed
           END-IF
           MOVE RatingSeed TO PS-RATING
           REWRITE PLAYER-STATS-RECORD.

      *----------------------------------------------------------------
      * UpdateRatings / ComputeExpectedPct / ApplyRatingDelta
      *   ResultPost's exchange, unchanged: K = 32 times how far the
      *   result landed from the expected score, ratings floored at
      *   100.
      *----------------------------------------------------------------
       UpdateRatings.
           MOVE WinnerSideID TO RatedWinnerID
           MOVE LoserSideID  TO RatedLoserID
           MOVE RatedWinnerID TO StatsLookupID
           PERFORM LookupOrCreateStats
           MOVE PS-RATING TO WinnerRating
           MOVE PS-RATING TO WinnerBefore
           MOVE RatedLoserID TO StatsLookupID
           PERFORM LookupOrCreateStats
           MOVE PS-RATING TO LoserRating
           MOVE PS-RATING TO LoserBefore
           COMPUTE RatingDiff = WinnerRating - LoserRating
           PERFORM ComputeExpectedPct
           IF ResultKind EQUAL 'W'
               COMPUTE RatingChange ROUNDED =
                   32 * (100 - ExpectedPct) / 100
           ELSE
               COMPUTE RatingChange ROUNDED =
                   32 * (50 - ExpectedPct) / 100
           END-IF
           MOVE RatingChange TO RatingDelta
           MOVE RatedWinnerID TO StatsLookupID
           PERFORM ApplyRatingDelta
           MOVE PS-RATING TO WinnerAfter
           COMPUTE RatingDelta = 0 - RatingChange
           MOVE RatedLoserID TO StatsLookupID
           PERFORM ApplyRatingDelta
           MOVE PS-RATING TO LoserAfter
           PERFORM WriteRatingLedger.

       ComputeExpectedPct.
           COMPUTE ExpectedPct ROUNDED = 50 + RatingDiff / 8
           IF ExpectedPct > 92
               MOVE 92 TO ExpectedPct
           END-IF
           IF ExpectedPct < 8
               MOVE 8 TO ExpectedPct
           END-IF.

       ApplyRatingDelta.
           PERFORM LookupOrCreateStats
           COMPUTE RatingWork = PS-RATING + RatingDelta
           IF RatingWork < 100
               MOVE 100 TO RatingWork
           END-IF
           MOVE RatingWork TO PS-RATING
           REWRITE PLAYER-STATS-RECORD.

      *----------------------------------------------------------------
      * OpenRatingLedger / WriteRatingLedger
      *   Correction lines carry the game's id, so they match back to
      *   its result, but the date and time the correction was made
      *   -- that is when the points moved.
      *----------------------------------------------------------------
       OpenRatingLedger.
           OPEN EXTEND RATING-LEDGER-FILE
           IF RatingLedgerStatus EQUAL "35"
               OPEN OUTPUT RATING-LEDGER-FILE
           END-IF.

       WriteRatingLedger.
           MOVE CorrectionDate TO LG-DATE
           MOVE CorrectionTime TO LG-TIME
           MOVE WantedGameID  TO LG-GAME-ID
           MOVE LedgerKind    TO LG-KIND
           MOVE RatedWinnerID TO LG-WINNER-ID
           MOVE RatedLoserID  TO LG-LOSER-ID
           MOVE RatingChange  TO LG-POINTS
           MOVE WinnerBefore  TO LG-WINNER-BEFORE
           MOVE WinnerAfter   TO LG-WINNER-AFTER
           MOVE LoserBefore   TO LG-LOSER-BEFORE
           MOVE LoserAfter    TO LG-LOSER-AFTER
           WRITE RATING-LEDGER-RECORD.

      *----------------------------------------------------------------
      * WriteAuditRecord / PrintCorrectionSummary
      *   The audit record goes out last, once the change it
      *   describes is on PLAYER-STATS and the ledger.
      *----------------------------------------------------------------
       WriteAuditRecord.
           OPEN EXTEND CORRECTION-AUDIT-FILE
           IF CorrAuditStatus EQUAL "35"
               OPEN OUTPUT CORRECTION-AUDIT-FILE
           END-IF
           MOVE SPACES         TO CORRECTION-AUDIT-RECORD
           MOVE CorrectionDate TO RA-DATE
           MOVE CorrectionTime TO RA-TIME
           MOVE WantedGameID   TO RA-GAME-ID
           MOVE ChangedBy      TO RA-CHANGED-BY
           MOVE ChangeReason   TO RA-REASON
           MOVE GamePlayerX    TO RA-PLAYER-X
           MOVE GamePlayerO    TO RA-PLAYER-O
           MOVE OldWinner      TO RA-OLD-WINNER
           MOVE OldType        TO RA-OLD-TYPE
           IF WantedAction EQUAL "VOID"
               MOVE "V" TO RA-ACTION
           ELSE
               MOVE "C" TO RA-ACTION
               MOVE NewWinner TO RA-NEW-WINNER
               MOVE NewType   TO RA-NEW-TYPE
           END-IF
           MOVE CK-DATE        TO RA-POST-DATE
           MOVE CK-TIME        TO RA-POST-TIME
           MOVE CK-GAME-ID     TO RA-POST-GAME-ID
           MOVE ExchangePoints TO RA-POINTS-REVERSED
           WRITE CORRECTION-AUDIT-RECORD
           ADD 1 TO CorrectionsWritten
           CLOSE CORRECTION-AUDIT-FILE.

       PrintCorrectionSummary.
           MOVE ExchangePoints TO PointsDisplay
           DISPLAY " "
           DISPLAY "RESULT CORRECTION -- GAME " WantedGameID
           DISPLAY "  Players:          " GamePlayerX " (X)  "
               GamePlayerO " (O)"
           DISPLAY "  Stood as:         " OldWinner
               " (" OldType ")"
           IF WantedAction EQUAL "VOID"
               DISPLAY "  Now:              VOID -- counts for "
                   "nothing"
           ELSE
               DISPLAY "  Now:              " NewWinner
                   " (" NewType ")"
           END-IF
           IF ExchangeFound EQUAL 'Y'
               DISPLAY "  Exchange reversed: " PointsDisplay
                   " points (" ExchangeWinnerID " / "
                   ExchangeLoserID ")"
           ELSE
               DISPLAY "  Exchange reversed: none on the ledger -- "
                   "ratings left as they stand"
           END-IF
           IF PriorCorrections NOT EQUAL 0
               DISPLAY "  Earlier corrections to this game: "
                   PriorCorrections
           END-IF
           DISPLAY "  Changed by:       " ChangedBy
           DISPLAY "  Reason:           " ChangeReason.

      *----------------------------------------------------------------
      * StartRunControl / LogRunControl
      *   The run's entry on the shared run-control log (RUNCTL.CPY):
      *   the start is noted first thing, and the record -- start,
      *   end, return code, and the run's key counts -- is appended
      *   on every way out, refusals included, so the morning
      *   operations check sees what happened.  A log that will not
      *   open is reported and otherwise ignored; it never stops the
      *   run.
      *----------------------------------------------------------------
       StartRunControl.
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

       LogRunControl.
           OPEN EXTEND RUN-CONTROL-FILE
           IF RunControlStatus EQUAL "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF RunControlStatus NOT EQUAL "00"
               DISPLAY "Run-control log will not open (status "
                   RunControlStatus ") -- this run is not logged."
           ELSE
               INITIALIZE RUN-CONTROL-RECORD
               MOVE "RESCORR" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "APPLIED" TO RL-COUNT-LABEL(1)
               MOVE CorrectionsWritten TO RL-COUNT-VALUE(1)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM ResultCorrect.
