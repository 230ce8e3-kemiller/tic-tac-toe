       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CollusionScreen.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  Rating-farming screen for
      *                   the games committee.  Works the results in
      *                   a COLLSCRN_FROM/COLLSCRN_TO (YYYYMMDD) window
      *                   -- both default to "everything" -- against
      *                   the move log (live MOVELOG and the MLARCHIV
      *                   archive) and the rating ledger, and flags
      *                   pairs who play each other far above the
      *                   club norm, decided games shorter than a set
      *                   number of moves, resignations made while
      *                   the game was not yet lost, forfeits bunched
      *                   on one pairing, and members whose net
      *                   rating gain came mostly from one opponent.
      *                   Every flag lists the game ids behind it for
      *                   REPLAY.CBL.  Games ResultCorrect voided are
      *                   left out and corrected ones count as
      *                   corrected, as in the audit.  The thresholds
      *                   are the COLLSCRN_* settings described at
      *                   SetScreeningRules.  A flag is not a finding
      *                   -- the run ends with RETURN-CODE 4 when it
      *                   raises any, so the committee knows to look.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameResultStatus.

           SELECT MOVE-LOG-FILE ASSIGN TO "MOVELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveLogStatus.

           SELECT MOVE-ARCHIVE-FILE ASSIGN TO "MLARCHIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveStatus.

           SELECT RATING-LEDGER-FILE ASSIGN TO "RATLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerStatus.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "RESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrAuditStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       COPY GAMERES.

       FD  MOVE-LOG-FILE.
       COPY MOVELOG.

      * The archive is read under the MOVELOG layout with renamed
      * fields, the way MoveLogArchive writes it.
       FD  MOVE-ARCHIVE-FILE.
       COPY MOVELOG REPLACING
           ==MOVE-LOG-RECORD== BY ==MOVE-ARCHIVE-RECORD==
           LEADING ==ML-== BY ==MA-==.

       FD  RATING-LEDGER-FILE.
       COPY RATLEDG.

       FD  CORRECTION-AUDIT-FILE.
       COPY RESAUD.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 MoveLogStatus     PIC X(02).
       01 ArchiveStatus     PIC X(02).
       01 LedgerStatus      PIC X(02).
       01 CorrAuditStatus   PIC X(02).
       01 AtEndOfResults    PIC X VALUE 'N'.
       01 AtEndOfLog        PIC X VALUE 'N'.
       01 AtEndOfLedger     PIC X VALUE 'N'.
       01 AtEndOfAudit      PIC X VALUE 'N'.

      * The screening window; both ends default to "everything".
       01 WantedFromDate    PIC X(08) VALUE SPACES.
       01 WantedToDate      PIC X(08) VALUE SPACES.

      * The thresholds, each with its club default.
       01 PairFactorIn      PIC 999 VALUE 0.
       01 PairFactor        PIC 9(03) VALUE 3.
       01 PairMinIn         PIC 999 VALUE 0.
       01 PairMinGames      PIC 9(03) VALUE 5.
       01 ShortMovesIn      PIC 999 VALUE 0.
       01 ShortMoves        PIC 9(03) VALUE 5.
       01 ForfeitMinIn      PIC 999 VALUE 0.
       01 ForfeitMin        PIC 9(03) VALUE 2.
       01 GainMinIn         PIC 999 VALUE 0.
       01 GainMin           PIC 9(03) VALUE 30.
       01 GainPctIn         PIC 999 VALUE 0.
       01 GainPct           PIC 9(03) VALUE 60.

      * ResultCorrect's overlay: the standing of every corrected
      * game, the last correction for a game id winning.
       01 CorrectionTable.
           02 CorrectionEntry OCCURS 500 TIMES.
               03 CT-GAME-ID        PIC X(16).
               03 CT-ACTION         PIC X.
               03 CT-NEW-WINNER     PIC X(08).
               03 CT-NEW-TYPE       PIC X.
       01 CorrectionCount   PIC 9(04) COMP VALUE 0.
       01 CorrectionIndex   PIC 9(04) COMP.
       01 CorrFoundIndex    PIC 9(04) COMP.
       01 CorrectionsDropped PIC 9(05) VALUE 0.
       01 WinnerOut         PIC X(08).
       01 ResultTypeOut     PIC X.
       01 GameVoided        PIC X.

      * Every game in the window, with what the move log says about
      * it.  GT-MOVES is the moves standing on the board (an undo
      * takes one back); GT-LOGGED says the log had the game at all.
      * GT-RESIGN-STATE is "L" for a resignation made in a lost
      * position, "N" for one made while the game could still be
      * saved, blank when no resignation was logged; GT-OPP-WINS is
      * how many winning squares the opponent had open at the time.
       01 GameTable.
           02 GameEntry OCCURS 1000 TIMES.
               03 GT-GAME-ID        PIC X(16).
               03 GT-DATE           PIC 9(08).
               03 GT-PLAYER-X       PIC X(08).
               03 GT-PLAYER-O       PIC X(08).
               03 GT-WINNER         PIC X(08).
               03 GT-TYPE           PIC X.
               03 GT-MOVES          PIC 9(03) COMP.
               03 GT-LOGGED         PIC X.
               03 GT-RESIGN-STATE   PIC X.
               03 GT-RESIGNER       PIC X(08).
               03 GT-OPP-WINS       PIC 9(02) COMP.
       01 GameCount         PIC 9(04) COMP VALUE 0.
       01 GameIndex         PIC 9(04) COMP.
       01 GameFoundIndex    PIC 9(04) COMP.
       01 WantedGameID      PIC X(16).

      * Games per pairing, the pair held in id order so A-B and B-A
      * are one pairing.
       01 PairTable.
           02 PairEntry OCCURS 500 TIMES.
               03 PR-PLAYER-A       PIC X(08).
               03 PR-PLAYER-B       PIC X(08).
               03 PR-GAMES          PIC 9(05) COMP.
               03 PR-FORFEITS       PIC 9(05) COMP.
       01 PairCount         PIC 9(04) COMP VALUE 0.
       01 PairIndex         PIC 9(04) COMP.
       01 PairFoundIndex    PIC 9(04) COMP.
       01 PairPlayerA       PIC X(08).
       01 PairPlayerB       PIC X(08).
       01 PairsDropped      PIC 9(05) VALUE 0.
       01 TotalPairGames    PIC 9(07) COMP VALUE 0.

      * Per member: forfeits they were party to, and net rating
      * points over the window.
       01 PlayerTable.
           02 PlayerEntry OCCURS 500 TIMES.
               03 PL-PLAYER-ID      PIC X(08).
               03 PL-FORFEITS       PIC 9(05) COMP.
               03 PL-NET            PIC S9(06) COMP.
       01 PlayerCount       PIC 9(04) COMP VALUE 0.
       01 PlayerIndex       PIC 9(04) COMP.
       01 PlayerFoundIndex  PIC 9(04) COMP.
       01 WantedPlayerID    PIC X(08).
       01 PlayersDropped    PIC 9(05) VALUE 0.

      * Net rating points each member took from each opponent.
       01 FlowTable.
           02 FlowEntry OCCURS 1000 TIMES.
               03 FL-PLAYER         PIC X(08).
               03 FL-OPPONENT       PIC X(08).
               03 FL-NET            PIC S9(06) COMP.
       01 FlowCount         PIC 9(04) COMP VALUE 0.
       01 FlowIndex         PIC 9(04) COMP.
       01 FlowFoundIndex    PIC 9(04) COMP.
       01 FlowPlayer        PIC X(08).
       01 FlowOpponent      PIC X(08).
       01 FlowPoints        PIC S9(06) COMP.
       01 FlowsDropped      PIC 9(05) VALUE 0.
       01 BestFlowIndex     PIC 9(04) COMP.
       01 BestFlowNet       PIC S9(06) COMP.

      * The position at a resignation, and the win lines for its
      * board size, generated the way TicTacToe generates them.
       01 AnalysisBoard.
           02 AnalysisBoardValues       PIC X(81).
           02 AnalysisBoardTable REDEFINES AnalysisBoardValues.
               03 Cell OCCURS 81 TIMES PIC X.
       01 ResignerLetter    PIC A.
       01 OpponentLetter    PIC A.
       01 OppWinCount       PIC 9(02) COMP.
       01 ResignerWinCell   PIC 9(02) COMP.
       01 BoardSide         PIC 9(02) COMP VALUE 0.
       01 CellCount         PIC 9(02) COMP.
       01 WinLineTable.
           02 WinLineEntry OCCURS 20 TIMES.
               03 WinLineCell OCCURS 9 TIMES PIC 9(02) COMP.
       01 WinLineCount      PIC 9(02) COMP VALUE 0.
       01 WinLineIndex      PIC 9(02) COMP.
       01 WinLineMatches    PIC X.
       01 LetterHasWinLine  PIC X.
       01 BoardRowIndex     PIC 9(02) COMP.
       01 BoardColumnIndex  PIC 9(02) COMP.
       01 CellIndex         PIC 9(02) COMP.
       01 TestLetter        PIC A.
       01 SavedCellValue    PIC X.
       01 ChosenCell        PIC 9(02) COMP.
       01 CandidateCell     PIC 9(02) COMP.
       01 WinningCellCount  PIC 9(02) COMP.

      * Game-id listing under each flag, three ids to a line.
       01 ListPlayerA       PIC X(08).
       01 ListPlayerB       PIC X(08).
       01 ListForfeitsOnly  PIC X.
       01 GameIdLine        PIC X(72).
       01 GameIdPointer     PIC 9(02) COMP.
       01 IdsOnLine         PIC 9(02) COMP.

      * Report working fields.
       01 OthersGames       PIC 9(07) COMP.
       01 OtherPairs        PIC 9(04) COMP.
       01 InvolvedForfeits  PIC 9(05) COMP.
       01 NormDisplay       PIC ZZZ9.9.
       01 CountDisplay      PIC ZZZZ9.
       01 NetDisplay        PIC +++++9.
       01 BestDisplay       PIC +++++9.
       01 OpponentID        PIC X(08).

      * Control totals.
       01 ResultsRead       PIC 9(07) VALUE 0.
       01 ResultsOutOfRange PIC 9(07) VALUE 0.
       01 ResultsVoided     PIC 9(07) VALUE 0.
       01 ResultsNoIds      PIC 9(07) VALUE 0.
       01 GamesDropped      PIC 9(05) VALUE 0.
       01 GamesNotLogged    PIC 9(05) VALUE 0.
       01 LogRecordsRead    PIC 9(07) VALUE 0.
       01 LedgerLinesRead   PIC 9(07) VALUE 0.
       01 LedgerLinesUsed   PIC 9(07) VALUE 0.
       01 PairFlags         PIC 9(05) VALUE 0.
       01 ShortFlags        PIC 9(05) VALUE 0.
       01 ResignFlags       PIC 9(05) VALUE 0.
       01 ForfeitFlags      PIC 9(05) VALUE 0.
       01 RatingFlags       PIC 9(05) VALUE 0.
       01 FlagsRaised       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT WantedFromDate FROM ENVIRONMENT "COLLSCRN_FROM"
           ACCEPT WantedToDate   FROM ENVIRONMENT "COLLSCRN_TO"
           PERFORM SetScreeningRules
           PERFORM LoadCorrections
           PERFORM LoadResults
           IF GameCount EQUAL 0
               DISPLAY "No game results in the window -- nothing "
                   "to screen."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadMoveLogs
           PERFORM LoadLedgerFlows
           DISPLAY " "
           IF WantedFromDate EQUAL SPACES AND WantedToDate EQUAL SPACES
               DISPLAY "COLLUSION SCREENING -- every game on file"
           ELSE
               DISPLAY "COLLUSION SCREENING -- games dated "
                   WantedFromDate " through " WantedToDate
           END-IF
           PERFORM ScreenFrequentPairs
           PERFORM ScreenShortGames
           PERFORM ScreenResignations
           PERFORM ScreenForfeitPairs
           PERFORM ScreenRatingSources
           PERFORM PrintControlTotals
           IF FlagsRaised NOT EQUAL 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * SetScreeningRules
      *   COLLSCRN_PAIR_FACTOR (default 3): a pairing is flagged when
      *   it played that many times the average of every other
      *   pairing in the window, and at least COLLSCRN_PAIR_MIN games
      *   (default 5).  COLLSCRN_SHORT_MOVES (default 5): a decided
      *   game with fewer moves on the board than this is flagged --
      *   at the default no game can be won over the board that
      *   short, so only quick resignations show.
      *   COLLSCRN_FORFEIT_MIN (default 2): the forfeits a pairing
      *   needs before it is looked at, flagged when they are at
      *   least half the forfeits either member was party to.
      *   COLLSCRN_GAIN_MIN (default 30) and COLLSCRN_GAIN_PCT
      *   (default 60): a member with at least that net rating gain
      *   is flagged when one opponent supplied at least that
      *   percentage of it.
      *----------------------------------------------------------------
       SetScreeningRules.
           ACCEPT PairFactorIn FROM ENVIRONMENT "COLLSCRN_PAIR_FACTOR"
           IF PairFactorIn IS NUMERIC AND PairFactorIn > 0
               MOVE PairFactorIn TO PairFactor
           END-IF
           ACCEPT PairMinIn FROM ENVIRONMENT "COLLSCRN_PAIR_MIN"
           IF PairMinIn IS NUMERIC AND PairMinIn > 0
               MOVE PairMinIn TO PairMinGames
           END-IF
           ACCEPT ShortMovesIn FROM ENVIRONMENT "COLLSCRN_SHORT_MOVES"
           IF ShortMovesIn IS NUMERIC AND ShortMovesIn > 0
               MOVE ShortMovesIn TO ShortMoves
           END-IF
           ACCEPT ForfeitMinIn FROM ENVIRONMENT "COLLSCRN_FORFEIT_MIN"
           IF ForfeitMinIn IS NUMERIC AND ForfeitMinIn > 0
               MOVE ForfeitMinIn TO ForfeitMin
           END-IF
           ACCEPT GainMinIn FROM ENVIRONMENT "COLLSCRN_GAIN_MIN"
           IF GainMinIn IS NUMERIC AND GainMinIn > 0
               MOVE GainMinIn TO GainMin
           END-IF
           ACCEPT GainPctIn FROM ENVIRONMENT "COLLSCRN_GAIN_PCT"
           IF GainPctIn IS NUMERIC AND GainPctIn > 0
                   AND GainPctIn <= 100
               MOVE GainPctIn TO GainPct
           END-IF.

      *----------------------------------------------------------------
      * LoadCorrections / ReadOneCorrection / NoteOneCorrection /
      * LookupCorrection / TestCorrection / ApplyStandingCorrection
      *   ResultCorrect's audit file, read whole before any result so
      *   each game is screened as it now stands.  No file means no
      *   corrections.
      *----------------------------------------------------------------
       LoadCorrections.
           OPEN INPUT CORRECTION-AUDIT-FILE
           IF CorrAuditStatus EQUAL "00"
               PERFORM ReadOneCorrection
               PERFORM NoteOneCorrection
                   UNTIL AtEndOfAudit EQUAL 'Y'
               CLOSE CORRECTION-AUDIT-FILE
           END-IF.

       ReadOneCorrection.
           READ CORRECTION-AUDIT-FILE
               AT END
                   SET AtEndOfAudit TO 'Y'
           END-READ.

       NoteOneCorrection.
           PERFORM LookupCorrection
           IF CorrFoundIndex EQUAL 0
               IF CorrectionCount < 500
                   ADD 1 TO CorrectionCount
                   MOVE CorrectionCount TO CorrFoundIndex
                   MOVE RA-GAME-ID TO CT-GAME-ID(CorrFoundIndex)
               ELSE
                   ADD 1 TO CorrectionsDropped
               END-IF
           END-IF
           IF CorrFoundIndex NOT EQUAL 0
               MOVE RA-ACTION     TO CT-ACTION(CorrFoundIndex)
               MOVE RA-NEW-WINNER TO CT-NEW-WINNER(CorrFoundIndex)
               MOVE RA-NEW-TYPE   TO CT-NEW-TYPE(CorrFoundIndex)
           END-IF
           PERFORM ReadOneCorrection.

       LookupCorrection.
           MOVE 0 TO CorrFoundIndex
           PERFORM TestCorrection
               VARYING CorrectionIndex FROM 1 BY 1
               UNTIL CorrectionIndex > CorrectionCount
                   OR CorrFoundIndex NOT EQUAL 0.

       TestCorrection.
           IF CT-GAME-ID(CorrectionIndex) EQUAL RA-GAME-ID
               MOVE CorrectionIndex TO CorrFoundIndex
           END-IF.

       ApplyStandingCorrection.
           MOVE GR-WINNER      TO WinnerOut
           MOVE GR-RESULT-TYPE TO ResultTypeOut
           MOVE 'N' TO GameVoided
           IF CorrectionCount NOT EQUAL 0
                   AND GR-GAME-ID NOT EQUAL SPACES
               MOVE GR-GAME-ID TO RA-GAME-ID
               PERFORM LookupCorrection
               IF CorrFoundIndex NOT EQUAL 0
                   IF CT-ACTION(CorrFoundIndex) EQUAL "V"
                       MOVE 'Y' TO GameVoided
                   ELSE
                       MOVE CT-NEW-WINNER(CorrFoundIndex) TO WinnerOut
                       MOVE CT-NEW-TYPE(CorrFoundIndex)
                           TO ResultTypeOut
                   END-IF
               END-IF
           END-IF
           IF ResultTypeOut EQUAL SPACE
               MOVE "P" TO ResultTypeOut
           END-IF.

      *----------------------------------------------------------------
      * LoadResults / ReadOneResult / NoteOneResult / NoteOneGame
      *   The games in the window, as they now stand.  Results older
      *   than the game and player ids cannot be tied to a pairing or
      *   pulled up in Replay, so they are counted and passed over.
      *----------------------------------------------------------------
       LoadResults.
           OPEN INPUT GAME-RESULT-FILE
           IF GameResultStatus EQUAL "35"
               DISPLAY "No game result file -- nothing to screen."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadOneResult
           PERFORM NoteOneResult
               UNTIL AtEndOfResults EQUAL 'Y'
           CLOSE GAME-RESULT-FILE.

       ReadOneResult.
           READ GAME-RESULT-FILE
               AT END
                   SET AtEndOfResults TO 'Y'
           END-READ.

       NoteOneResult.
           ADD 1 TO ResultsRead
           PERFORM ApplyStandingCorrection
           EVALUATE TRUE
               WHEN (WantedFromDate NOT EQUAL SPACES
                       AND GR-DATE < WantedFromDate)
                   OR (WantedToDate NOT EQUAL SPACES
                       AND GR-DATE > WantedToDate)
                   ADD 1 TO ResultsOutOfRange
               WHEN GameVoided EQUAL 'Y'
                   ADD 1 TO ResultsVoided
               WHEN GR-GAME-ID EQUAL SPACES
                       OR GR-PLAYER-X EQUAL SPACES
                       OR GR-PLAYER-O EQUAL SPACES
                   ADD 1 TO ResultsNoIds
               WHEN GameCount NOT < 1000
                   ADD 1 TO GamesDropped
               WHEN OTHER
                   PERFORM NoteOneGame
           END-EVALUATE
           PERFORM ReadOneResult.

       NoteOneGame.
           ADD 1 TO GameCount
           MOVE GR-GAME-ID     TO GT-GAME-ID(GameCount)
           MOVE GR-DATE        TO GT-DATE(GameCount)
           MOVE GR-PLAYER-X    TO GT-PLAYER-X(GameCount)
           MOVE GR-PLAYER-O    TO GT-PLAYER-O(GameCount)
           MOVE WinnerOut      TO GT-WINNER(GameCount)
           MOVE ResultTypeOut  TO GT-TYPE(GameCount)
           MOVE 0              TO GT-MOVES(GameCount)
           MOVE 'N'            TO GT-LOGGED(GameCount)
           MOVE SPACE          TO GT-RESIGN-STATE(GameCount)
           MOVE SPACES         TO GT-RESIGNER(GameCount)
           MOVE 0              TO GT-OPP-WINS(GameCount)
           IF GR-PLAYER-X < GR-PLAYER-O
               MOVE GR-PLAYER-X TO PairPlayerA
               MOVE GR-PLAYER-O TO PairPlayerB
           ELSE
               MOVE GR-PLAYER-O TO PairPlayerA
               MOVE GR-PLAYER-X TO PairPlayerB
           END-IF
           PERFORM FindPair
           IF PairFoundIndex NOT EQUAL 0
               ADD 1 TO PR-GAMES(PairFoundIndex)
               ADD 1 TO TotalPairGames
               IF ResultTypeOut EQUAL "F"
                   ADD 1 TO PR-FORFEITS(PairFoundIndex)
               END-IF
           END-IF
           IF ResultTypeOut EQUAL "F"
               MOVE GR-PLAYER-X TO WantedPlayerID
               PERFORM FindPlayer
               IF PlayerFoundIndex NOT EQUAL 0
                   ADD 1 TO PL-FORFEITS(PlayerFoundIndex)
               END-IF
               MOVE GR-PLAYER-O TO WantedPlayerID
               PERFORM FindPlayer
               IF PlayerFoundIndex NOT EQUAL 0
                   ADD 1 TO PL-FORFEITS(PlayerFoundIndex)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FindPair / TestPair / FindPlayer / TestPlayer / FindGame /
      * TestGame
      *   Table lookups.  FindPair and FindPlayer add the entry when
      *   it is new and there is room, and count it dropped when
      *   there is not; FindGame only finds.
      *----------------------------------------------------------------
       FindPair.
           MOVE 0 TO PairFoundIndex
           PERFORM TestPair
               VARYING PairIndex FROM 1 BY 1
               UNTIL PairIndex > PairCount
                   OR PairFoundIndex NOT EQUAL 0
           IF PairFoundIndex EQUAL 0
               IF PairCount < 500
                   ADD 1 TO PairCount
                   MOVE PairCount TO PairFoundIndex
                   MOVE PairPlayerA TO PR-PLAYER-A(PairFoundIndex)
                   MOVE PairPlayerB TO PR-PLAYER-B(PairFoundIndex)
                   MOVE 0 TO PR-GAMES(PairFoundIndex)
                   MOVE 0 TO PR-FORFEITS(PairFoundIndex)
               ELSE
                   ADD 1 TO PairsDropped
               END-IF
           END-IF.

       TestPair.
           IF PR-PLAYER-A(PairIndex) EQUAL PairPlayerA
                   AND PR-PLAYER-B(PairIndex) EQUAL PairPlayerB
               MOVE PairIndex TO PairFoundIndex
           END-IF.

       FindPlayer.
           MOVE 0 TO PlayerFoundIndex
           PERFORM TestPlayer
               VARYING PlayerIndex FROM 1 BY 1
               UNTIL PlayerIndex > PlayerCount
                   OR PlayerFoundIndex NOT EQUAL 0
           IF PlayerFoundIndex EQUAL 0
               IF PlayerCount < 500
                   ADD 1 TO PlayerCount
                   MOVE PlayerCount TO PlayerFoundIndex
                   MOVE WantedPlayerID TO PL-PLAYER-ID(PlayerFoundIndex)
                   MOVE 0 TO PL-FORFEITS(PlayerFoundIndex)
                   MOVE 0 TO PL-NET(PlayerFoundIndex)
               ELSE
                   ADD 1 TO PlayersDropped
               END-IF
           END-IF.

       TestPlayer.
           IF PL-PLAYER-ID(PlayerIndex) EQUAL WantedPlayerID
               MOVE PlayerIndex TO PlayerFoundIndex
           END-IF.

       FindGame.
           MOVE 0 TO GameFoundIndex
           PERFORM TestGame
               VARYING GameIndex FROM 1 BY 1
               UNTIL GameIndex > GameCount
                   OR GameFoundIndex NOT EQUAL 0.

       TestGame.
           IF GT-GAME-ID(GameIndex) EQUAL WantedGameID
               MOVE GameIndex TO GameFoundIndex
           END-IF.

      *----------------------------------------------------------------
      * ReadMoveLogs / ReadOneLogRecord / NoteOneLogRecord /
      * ReadOneArchiveRecord / NoteOneArchiveRecord /
      * NoteOneMove
      *   Both halves of the transcript -- the live log, then the
      *   archive MoveLogArchive rolls old games into -- for the
      *   games in the window.  Moves count up, undos count back
      *   down, and the resignation record is where the position is
      *   judged.  Either file missing is simply nothing to read.
      *----------------------------------------------------------------
       ReadMoveLogs.
           OPEN INPUT MOVE-LOG-FILE
           IF MoveLogStatus EQUAL "00"
               MOVE 'N' TO AtEndOfLog
               PERFORM ReadOneLogRecord
               PERFORM NoteOneLogRecord
                   UNTIL AtEndOfLog EQUAL 'Y'
               CLOSE MOVE-LOG-FILE
           END-IF
           OPEN INPUT MOVE-ARCHIVE-FILE
           IF ArchiveStatus EQUAL "00"
               MOVE 'N' TO AtEndOfLog
               PERFORM ReadOneArchiveRecord
               PERFORM NoteOneArchiveRecord
                   UNTIL AtEndOfLog EQUAL 'Y'
               CLOSE MOVE-ARCHIVE-FILE
           END-IF
           PERFORM CountUnloggedGame
               VARYING GameIndex FROM 1 BY 1
               UNTIL GameIndex > GameCount.

       ReadOneLogRecord.
           READ MOVE-LOG-FILE
               AT END
                   SET AtEndOfLog TO 'Y'
           END-READ.

       NoteOneLogRecord.
           PERFORM NoteOneMove
           PERFORM ReadOneLogRecord.

       ReadOneArchiveRecord.
           READ MOVE-ARCHIVE-FILE
               AT END
                   SET AtEndOfLog TO 'Y'
           END-READ.

      * An archived record is judged through the live record area,
      * so one set of paragraphs serves both files.
       NoteOneArchiveRecord.
           MOVE MOVE-ARCHIVE-RECORD TO MOVE-LOG-RECORD
           PERFORM NoteOneMove
           PERFORM ReadOneArchiveRecord.

       NoteOneMove.
           ADD 1 TO LogRecordsRead
           IF ML-GAME-ID NOT EQUAL SPACES
               MOVE ML-GAME-ID TO WantedGameID
               PERFORM FindGame
               IF GameFoundIndex NOT EQUAL 0
                   MOVE 'Y' TO GT-LOGGED(GameFoundIndex)
                   EVALUATE ML-TYPE
                       WHEN "M"
                           ADD 1 TO GT-MOVES(GameFoundIndex)
                       WHEN "U"
                           IF GT-MOVES(GameFoundIndex) > 0
                               SUBTRACT 1 FROM GT-MOVES(GameFoundIndex)
                           END-IF
                       WHEN "R"
                           PERFORM JudgeResignation
                   END-EVALUATE
               END-IF
           END-IF.

       CountUnloggedGame.
           IF GT-LOGGED(GameIndex) EQUAL 'N'
                   AND GT-TYPE(GameIndex) NOT EQUAL "F"
               ADD 1 TO GamesNotLogged
           END-IF.

      *----------------------------------------------------------------
      * JudgeResignation
      *   The board on the resignation record is the position the
      *   member gave up.  The resigner was on move, so it was lost
      *   only when the opponent held two or more open winning
      *   squares -- one can be blocked -- and the resigner had no
      *   winning square of their own to take first.  Anything less
      *   was a game that could still be saved.
      *----------------------------------------------------------------
       JudgeResignation.
           IF ML-BOARD-SIDE IS NUMERIC
                   AND ML-BOARD-SIDE > 0 AND ML-BOARD-SIDE <= 9
               IF ML-BOARD-SIDE NOT EQUAL BoardSide
                   MOVE ML-BOARD-SIDE TO BoardSide
                   COMPUTE CellCount = BoardSide * BoardSide
                   PERFORM BuildWinLines
               END-IF
               MOVE ML-PLAYER TO ResignerLetter
               IF ResignerLetter EQUAL "X"
                   MOVE "O" TO OpponentLetter
                   MOVE GT-PLAYER-X(GameFoundIndex)
                       TO GT-RESIGNER(GameFoundIndex)
               ELSE
                   MOVE "X" TO OpponentLetter
                   MOVE GT-PLAYER-O(GameFoundIndex)
                       TO GT-RESIGNER(GameFoundIndex)
               END-IF
               MOVE ML-BOARD TO AnalysisBoardValues
               MOVE ResignerLetter TO TestLetter
               PERFORM FindWinningCell
               MOVE ChosenCell TO ResignerWinCell
               MOVE OpponentLetter TO TestLetter
               PERFORM CountWinningCells
               MOVE WinningCellCount TO OppWinCount
               MOVE OppWinCount TO GT-OPP-WINS(GameFoundIndex)
               IF OppWinCount > 1 AND ResignerWinCell EQUAL 0
                   MOVE "L" TO GT-RESIGN-STATE(GameFoundIndex)
               ELSE
                   MOVE "N" TO GT-RESIGN-STATE(GameFoundIndex)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LoadLedgerFlows / ReadOneLedgerLine / NoteOneLedgerLine /
      * AddFlow / FindFlow / TestFlow
      *   Every ledger line dated in the window moves LG-POINTS from
      *   the loser's side to the winner's.  That holds for every
      *   kind: a draw's points are signed for the side they went
      *   to, and a reversal names the players of the line it takes
      *   back with the sign already turned -- so voided games net
      *   to nothing here as they do on the ratings.
      *----------------------------------------------------------------
       LoadLedgerFlows.
           OPEN INPUT RATING-LEDGER-FILE
           IF LedgerStatus EQUAL "00"
               PERFORM ReadOneLedgerLine
               PERFORM NoteOneLedgerLine
                   UNTIL AtEndOfLedger EQUAL 'Y'
               CLOSE RATING-LEDGER-FILE
           END-IF.

       ReadOneLedgerLine.
           READ RATING-LEDGER-FILE
               AT END
                   SET AtEndOfLedger TO 'Y'
           END-READ.

       NoteOneLedgerLine.
           ADD 1 TO LedgerLinesRead
           IF (WantedFromDate EQUAL SPACES
                   OR LG-DATE NOT < WantedFromDate)
                   AND (WantedToDate EQUAL SPACES
                       OR LG-DATE NOT > WantedToDate)
                   AND LG-POINTS IS NUMERIC
                   AND LG-WINNER-ID NOT EQUAL SPACES
                   AND LG-LOSER-ID NOT EQUAL SPACES
               ADD 1 TO LedgerLinesUsed
               MOVE LG-WINNER-ID TO FlowPlayer
               MOVE LG-LOSER-ID  TO FlowOpponent
               MOVE LG-POINTS    TO FlowPoints
               PERFORM AddFlow
               MOVE LG-LOSER-ID  TO FlowPlayer
               MOVE LG-WINNER-ID TO FlowOpponent
               COMPUTE FlowPoints = 0 - LG-POINTS
               PERFORM AddFlow
           END-IF
           PERFORM ReadOneLedgerLine.

       AddFlow.
           MOVE FlowPlayer TO WantedPlayerID
           PERFORM FindPlayer
           IF PlayerFoundIndex NOT EQUAL 0
               ADD FlowPoints TO PL-NET(PlayerFoundIndex)
           END-IF
           PERFORM FindFlow
           IF FlowFoundIndex NOT EQUAL 0
               ADD FlowPoints TO FL-NET(FlowFoundIndex)
           END-IF.

       FindFlow.
           MOVE 0 TO FlowFoundIndex
           PERFORM TestFlow
               VARYING FlowIndex FROM 1 BY 1
               UNTIL FlowIndex > FlowCount
                   OR FlowFoundIndex NOT EQUAL 0
           IF FlowFoundIndex EQUAL 0
               IF FlowCount < 1000
                   ADD 1 TO FlowCount
                   MOVE FlowCount TO FlowFoundIndex
                   MOVE FlowPlayer   TO FL-PLAYER(FlowFoundIndex)
                   MOVE FlowOpponent TO FL-OPPONENT(FlowFoundIndex)
                   MOVE 0 TO FL-NET(FlowFoundIndex)
               ELSE
                   ADD 1 TO FlowsDropped
               END-IF
           END-IF.

       TestFlow.
           IF FL-PLAYER(FlowIndex) EQUAL FlowPlayer
                   AND FL-OPPONENT(FlowIndex) EQUAL FlowOpponent
               MOVE FlowIndex TO FlowFoundIndex
           END-IF.

      *----------------------------------------------------------------
      * ScreenFrequentPairs / ScreenOnePair
      *   A pairing's games against the average of every OTHER
      *   pairing in the window, compared cross-multiplied so no
      *   fraction is lost: flagged when games * (pairings - 1) is
      *   at least the factor times the other pairings' games.
      *----------------------------------------------------------------
       ScreenFrequentPairs.
           DISPLAY " "
           DISPLAY "PAIRS PLAYING FAR ABOVE THE CLUB NORM"
           PERFORM ScreenOnePair
               VARYING PairIndex FROM 1 BY 1
               UNTIL PairIndex > PairCount
           IF PairFlags EQUAL 0
               DISPLAY "  None."
           END-IF.

       ScreenOnePair.
           IF PairCount > 1
                   AND PR-GAMES(PairIndex) NOT < PairMinGames
               COMPUTE OthersGames = TotalPairGames
                   - PR-GAMES(PairIndex)
               COMPUTE OtherPairs = PairCount - 1
               IF PR-GAMES(PairIndex) * OtherPairs
                       NOT < PairFactor * OthersGames
                   ADD 1 TO PairFlags
                   ADD 1 TO FlagsRaised
                   MOVE PR-GAMES(PairIndex) TO CountDisplay
                   COMPUTE NormDisplay ROUNDED =
                       OthersGames / OtherPairs
                   DISPLAY "  " PR-PLAYER-A(PairIndex) " and "
                       PR-PLAYER-B(PairIndex) " met " CountDisplay
                       " times; other pairings averaged "
                       NormDisplay
                   MOVE PR-PLAYER-A(PairIndex) TO ListPlayerA
                   MOVE PR-PLAYER-B(PairIndex) TO ListPlayerB
                   MOVE 'N' TO ListForfeitsOnly
                   PERFORM ListPairGames
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ScreenShortGames / ScreenOneShortGame
      *   Decided games, forfeits aside, that ended with fewer moves
      *   on the board than the set minimum.  A game the move log
      *   does not have cannot be measured and is only counted.
      *----------------------------------------------------------------
       ScreenShortGames.
           DISPLAY " "
           MOVE ShortMoves TO CountDisplay
           DISPLAY "DECIDED GAMES UNDER " CountDisplay " MOVES"
           PERFORM ScreenOneShortGame
               VARYING GameIndex FROM 1 BY 1
               UNTIL GameIndex > GameCount
           IF ShortFlags EQUAL 0
               DISPLAY "  None."
           END-IF.

       ScreenOneShortGame.
           IF GT-LOGGED(GameIndex) EQUAL 'Y'
                   AND GT-TYPE(GameIndex) NOT EQUAL "F"
                   AND GT-WINNER(GameIndex) NOT EQUAL "DRAW"
                   AND GT-MOVES(GameIndex) < ShortMoves
               ADD 1 TO ShortFlags
               ADD 1 TO FlagsRaised
               MOVE GT-MOVES(GameIndex) TO CountDisplay
               DISPLAY "  " GT-GAME-ID(GameIndex) " "
                   GT-DATE(GameIndex) " " GT-PLAYER-X(GameIndex)
                   " v " GT-PLAYER-O(GameIndex) " won by "
                   GT-WINNER(GameIndex) " (" GT-TYPE(GameIndex)
                   ") in" CountDisplay " moves"
           END-IF.

      *----------------------------------------------------------------
      * ScreenResignations / ScreenOneResignation
      *   Resigned games where JudgeResignation found the position
      *   still playable.  The ids are the games to replay.
      *----------------------------------------------------------------
       ScreenResignations.
           DISPLAY " "
           DISPLAY "RESIGNATIONS WITH THE GAME NOT YET LOST"
           PERFORM ScreenOneResignation
               VARYING GameIndex FROM 1 BY 1
               UNTIL GameIndex > GameCount
           IF ResignFlags EQUAL 0
               DISPLAY "  None."
           END-IF.

       ScreenOneResignation.
           IF GT-TYPE(GameIndex) EQUAL "R"
                   AND GT-RESIGN-STATE(GameIndex) EQUAL "N"
               ADD 1 TO ResignFlags
               ADD 1 TO FlagsRaised
               IF GT-RESIGNER(GameIndex) EQUAL GT-PLAYER-X(GameIndex)
                   MOVE GT-PLAYER-O(GameIndex) TO OpponentID
               ELSE
                   MOVE GT-PLAYER-X(GameIndex) TO OpponentID
               END-IF
               MOVE GT-OPP-WINS(GameIndex) TO CountDisplay
               DISPLAY "  " GT-GAME-ID(GameIndex) " "
                   GT-DATE(GameIndex) " " GT-RESIGNER(GameIndex)
                   " resigned to " OpponentID " facing"
                   CountDisplay " open win(s)"
           END-IF.

      *----------------------------------------------------------------
      * ScreenForfeitPairs / ScreenOneForfeitPair
      *   A pairing with at least the set number of forfeits, where
      *   those forfeits are at least half of all the forfeits
      *   either member was party to in the window.
      *----------------------------------------------------------------
       ScreenForfeitPairs.
           DISPLAY " "
           DISPLAY "FORFEITS CONCENTRATED ON ONE PAIRING"
           PERFORM ScreenOneForfeitPair
               VARYING PairIndex FROM 1 BY 1
               UNTIL PairIndex > PairCount
           IF ForfeitFlags EQUAL 0
               DISPLAY "  None."
           END-IF.

       ScreenOneForfeitPair.
           IF PR-FORFEITS(PairIndex) NOT < ForfeitMin
               MOVE 0 TO InvolvedForfeits
               MOVE PR-PLAYER-A(PairIndex) TO WantedPlayerID
               PERFORM FindPlayer
               IF PlayerFoundIndex NOT EQUAL 0
                   ADD PL-FORFEITS(PlayerFoundIndex)
                       TO InvolvedForfeits
               END-IF
               MOVE PR-PLAYER-B(PairIndex) TO WantedPlayerID
               PERFORM FindPlayer
               IF PlayerFoundIndex NOT EQUAL 0
                   ADD PL-FORFEITS(PlayerFoundIndex)
                       TO InvolvedForfeits
               END-IF
               SUBTRACT PR-FORFEITS(PairIndex) FROM InvolvedForfeits
               IF PR-FORFEITS(PairIndex) * 2 NOT < InvolvedForfeits
                   ADD 1 TO ForfeitFlags
                   ADD 1 TO FlagsRaised
                   MOVE PR-FORFEITS(PairIndex) TO CountDisplay
                   DISPLAY "  " PR-PLAYER-A(PairIndex) " and "
                       PR-PLAYER-B(PairIndex) ":" CountDisplay
                       " forfeits between them"
                   MOVE InvolvedForfeits TO CountDisplay
                   DISPLAY "    of" CountDisplay
                       " forfeits either member was party to"
                   MOVE PR-PLAYER-A(PairIndex) TO ListPlayerA
                   MOVE PR-PLAYER-B(PairIndex) TO ListPlayerB
                   MOVE 'Y' TO ListForfeitsOnly
                   PERFORM ListPairGames
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ScreenRatingSources / ScreenOnePlayerGain /
      * TestOpponentFlow
      *   A member up at least the set minimum over the window, one
      *   opponent having supplied at least the set share of it.
      *   The games listed are every game the two played in the
      *   window -- the points came out of those.
      *----------------------------------------------------------------
       ScreenRatingSources.
           DISPLAY " "
           DISPLAY "NET RATING GAIN MOSTLY FROM ONE OPPONENT"
           PERFORM ScreenOnePlayerGain
               VARYING PlayerIndex FROM 1 BY 1
               UNTIL PlayerIndex > PlayerCount
           IF RatingFlags EQUAL 0
               DISPLAY "  None."
           END-IF.

       ScreenOnePlayerGain.
           IF PL-NET(PlayerIndex) NOT < GainMin
               MOVE 0 TO BestFlowIndex
               MOVE 0 TO BestFlowNet
               PERFORM TestOpponentFlow
                   VARYING FlowIndex FROM 1 BY 1
                   UNTIL FlowIndex > FlowCount
               IF BestFlowIndex NOT EQUAL 0
                       AND BestFlowNet * 100
                           NOT < GainPct * PL-NET(PlayerIndex)
                   ADD 1 TO RatingFlags
                   ADD 1 TO FlagsRaised
                   MOVE PL-NET(PlayerIndex) TO NetDisplay
                   MOVE BestFlowNet TO BestDisplay
                   DISPLAY "  " PL-PLAYER-ID(PlayerIndex)
                       " gained " NetDisplay " net, "
                       BestDisplay " of it from "
                       FL-OPPONENT(BestFlowIndex)
                   MOVE PL-PLAYER-ID(PlayerIndex) TO ListPlayerA
                   MOVE FL-OPPONENT(BestFlowIndex) TO ListPlayerB
                   MOVE 'N' TO ListForfeitsOnly
                   PERFORM ListPairGames
               END-IF
           END-IF.

       TestOpponentFlow.
           IF FL-PLAYER(FlowIndex) EQUAL PL-PLAYER-ID(PlayerIndex)
                   AND FL-NET(FlowIndex) > BestFlowNet
               MOVE FlowIndex TO BestFlowIndex
               MOVE FL-NET(FlowIndex) TO BestFlowNet
           END-IF.

      *----------------------------------------------------------------
      * ListPairGames / ListOnePairGame / FlushGameIdLine
      *   The game ids behind a pairing flag, three to a line, for
      *   the committee to pull up in Replay -- every game the two
      *   played in the window, or only the forfeits.
      *----------------------------------------------------------------
       ListPairGames.
           MOVE SPACES TO GameIdLine
           MOVE 5 TO GameIdPointer
           MOVE 0 TO IdsOnLine
           PERFORM ListOnePairGame
               VARYING GameIndex FROM 1 BY 1
               UNTIL GameIndex > GameCount
           PERFORM FlushGameIdLine.

       ListOnePairGame.
           IF ((GT-PLAYER-X(GameIndex) EQUAL ListPlayerA
                       AND GT-PLAYER-O(GameIndex) EQUAL ListPlayerB)
                   OR (GT-PLAYER-X(GameIndex) EQUAL ListPlayerB
                       AND GT-PLAYER-O(GameIndex) EQUAL ListPlayerA))
                   AND (ListForfeitsOnly EQUAL 'N'
                       OR GT-TYPE(GameIndex) EQUAL "F")
               STRING GT-GAME-ID(GameIndex) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO GameIdLine
                   WITH POINTER GameIdPointer
               END-STRING
               ADD 1 TO IdsOnLine
               IF IdsOnLine EQUAL 3
                   PERFORM FlushGameIdLine
               END-IF
           END-IF.

       FlushGameIdLine.
           IF IdsOnLine NOT EQUAL 0
               DISPLAY GameIdLine
           END-IF
           MOVE SPACES TO GameIdLine
           MOVE 5 TO GameIdPointer
           MOVE 0 TO IdsOnLine.

      *----------------------------------------------------------------
      * BuildWinLines and friends
      *   The same generated win-line table TicTacToe builds -- every
      *   row, every column, both diagonals, for whatever board side
      *   the log record carries.
      *----------------------------------------------------------------
       BuildWinLines.
           MOVE 0 TO WinLineCount
           PERFORM BuildRowWinLine
               VARYING BoardRowIndex FROM 1 BY 1
               UNTIL BoardRowIndex > BoardSide
           PERFORM BuildColumnWinLine
               VARYING BoardColumnIndex FROM 1 BY 1
               UNTIL BoardColumnIndex > BoardSide
           PERFORM BuildDiagonalWinLines.

       BuildRowWinLine.
           ADD 1 TO WinLineCount
           PERFORM BuildRowWinLineCell
               VARYING BoardColumnIndex FROM 1 BY 1
               UNTIL BoardColumnIndex > BoardSide.

       BuildRowWinLineCell.
           COMPUTE WinLineCell(WinLineCount, BoardColumnIndex) =
               (BoardRowIndex - 1) * BoardSide + BoardColumnIndex.

       BuildColumnWinLine.
           ADD 1 TO WinLineCount
           PERFORM BuildColumnWinLineCell
               VARYING BoardRowIndex FROM 1 BY 1
               UNTIL BoardRowIndex > BoardSide.

       BuildColumnWinLineCell.
           COMPUTE WinLineCell(WinLineCount, BoardRowIndex) =
               (BoardRowIndex - 1) * BoardSide + BoardColumnIndex.

       BuildDiagonalWinLines.
           ADD 1 TO WinLineCount
           PERFORM BuildMainDiagonalCell
               VARYING BoardRowIndex FROM 1 BY 1
               UNTIL BoardRowIndex > BoardSide
           ADD 1 TO WinLineCount
           PERFORM BuildAntiDiagonalCell
               VARYING BoardRowIndex FROM 1 BY 1
               UNTIL BoardRowIndex > BoardSide.

       BuildMainDiagonalCell.
           COMPUTE WinLineCell(WinLineCount, BoardRowIndex) =
               (BoardRowIndex - 1) * BoardSide + BoardRowIndex.

       BuildAntiDiagonalCell.
           COMPUTE WinLineCell(WinLineCount, BoardRowIndex) =
               (BoardRowIndex - 1) * BoardSide
               + (BoardSide - BoardRowIndex + 1).

      *----------------------------------------------------------------
      * CheckLetterHasWin / TestLetterWinLine / CompareLetterCell
      *   Does TestLetter hold a completed line on AnalysisBoard?
      *----------------------------------------------------------------
       CheckLetterHasWin.
           MOVE 'N' TO LetterHasWinLine
           PERFORM TestLetterWinLine
               VARYING WinLineIndex FROM 1 BY 1
               UNTIL WinLineIndex > WinLineCount
                   OR LetterHasWinLine EQUAL 'Y'.

       TestLetterWinLine.
           MOVE 'Y' TO WinLineMatches
           PERFORM CompareLetterCell
               VARYING BoardColumnIndex FROM 1 BY 1
               UNTIL BoardColumnIndex > BoardSide
                   OR WinLineMatches EQUAL 'N'
           IF WinLineMatches EQUAL 'Y'
               MOVE 'Y' TO LetterHasWinLine
           END-IF.

       CompareLetterCell.
           COMPUTE CellIndex =
               WinLineCell(WinLineIndex, BoardColumnIndex)
           IF Cell(CellIndex) NOT EQUAL TestLetter
               MOVE 'N' TO WinLineMatches
           END-IF.

      *----------------------------------------------------------------
      * FindWinningCell / TryCandidateCell / CountWinningCells /
      * CountCandidateCell
      *   The computer opponent's lookahead: the first empty square
      *   that completes a line for TestLetter (zero when there is
      *   none), or how many such squares there are.
      *----------------------------------------------------------------
       FindWinningCell.
           MOVE 0 TO ChosenCell
           PERFORM TryCandidateCell
               VARYING CandidateCell FROM 1 BY 1
               UNTIL CandidateCell > CellCount
                   OR ChosenCell NOT EQUAL 0.

       TryCandidateCell.
           IF Cell(CandidateCell) EQUAL SPACE
               MOVE Cell(CandidateCell) TO SavedCellValue
               MOVE TestLetter TO Cell(CandidateCell)
               PERFORM CheckLetterHasWin
               MOVE SavedCellValue TO Cell(CandidateCell)
               IF LetterHasWinLine EQUAL 'Y'
                   MOVE CandidateCell TO ChosenCell
               END-IF
           END-IF.

       CountWinningCells.
           MOVE 0 TO WinningCellCount
           PERFORM CountCandidateCell
               VARYING CandidateCell FROM 1 BY 1
               UNTIL CandidateCell > CellCount.

       CountCandidateCell.
           IF Cell(CandidateCell) EQUAL SPACE
               MOVE Cell(CandidateCell) TO SavedCellValue
               MOVE TestLetter TO Cell(CandidateCell)
               PERFORM CheckLetterHasWin
               MOVE SavedCellValue TO Cell(CandidateCell)
               IF LetterHasWinLine EQUAL 'Y'
                   ADD 1 TO WinningCellCount
               END-IF
           END-IF.

       PrintControlTotals.
           DISPLAY " "
           DISPLAY "CONTROL TOTALS"
           DISPLAY "  Results read:             " ResultsRead
           DISPLAY "  Outside the window:       " ResultsOutOfRange
           IF ResultsVoided NOT EQUAL 0
               DISPLAY "  Voided (left out):        " ResultsVoided
           END-IF
           IF ResultsNoIds NOT EQUAL 0
               DISPLAY "  Without game/player ids:  " ResultsNoIds
           END-IF
           MOVE GameCount TO CountDisplay
           DISPLAY "  Games screened:           " CountDisplay
           IF GamesDropped NOT EQUAL 0
               DISPLAY "  Games dropped (table full): " GamesDropped
           END-IF
           IF GamesNotLogged NOT EQUAL 0
               DISPLAY "  Games with no moves on file: " GamesNotLogged
           END-IF
           DISPLAY "  Move log records read:    " LogRecordsRead
           DISPLAY "  Ledger lines read:        " LedgerLinesRead
           DISPLAY "  Ledger lines in window:   " LedgerLinesUsed
           IF CorrectionsDropped NOT EQUAL 0
               DISPLAY "  Corrections dropped (table full): "
                   CorrectionsDropped
           END-IF
           IF PairsDropped NOT EQUAL 0
                   OR PlayersDropped NOT EQUAL 0
                   OR FlowsDropped NOT EQUAL 0
               DISPLAY "  Pairings/members/flows dropped (table full):"
                   " " PairsDropped " " PlayersDropped
                   " " FlowsDropped
           END-IF
           DISPLAY "  Frequent pairings:        " PairFlags
           DISPLAY "  Short decided games:      " ShortFlags
           DISPLAY "  Early resignations:       " ResignFlags
           DISPLAY "  Forfeit pairings:         " ForfeitFlags
           DISPLAY "  One-opponent rating gains: " RatingFlags
           IF FlagsRaised EQUAL 0
               DISPLAY "  Nothing flagged."
           ELSE
               DISPLAY "  " FlagsRaised
                   " FLAGS -- for the games committee to review."
           END-IF.

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
               MOVE "COLLSCRN" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "GAMES" TO RL-COUNT-LABEL(1)
               MOVE GameCount TO RL-COUNT-VALUE(1)
               MOVE "MOVES" TO RL-COUNT-LABEL(2)
               MOVE LogRecordsRead TO RL-COUNT-VALUE(2)
               MOVE "LEDGER" TO RL-COUNT-LABEL(3)
               MOVE LedgerLinesUsed TO RL-COUNT-VALUE(3)
               MOVE "FLAGGED" TO RL-COUNT-LABEL(4)
               MOVE FlagsRaised TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM CollusionScreen.
