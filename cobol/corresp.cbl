      *                   minted a PLYSTAT record for; now it lands
      *                   in the reject spool (reason 07) for repair
      *                   instead of in the permanent record.
      *   2026-10-15  KM  Move deadlines.  Every game in the bank
      *                   carries the night its last move was applied
      *                   and the days allowed per move (the club's
      *                   CORRESP_MOVE_DAYS when it opened, 14 if
      *                   unset).  After the feed, a sweep of the bank
      *                   lists every game whose player on move is
      *                   within CORRESP_REMIND_DAYS (3 if unset) of
      *                   the deadline on CORR-REMINDER-FILE for the
      *                   clerk to mail, and forfeits every game still
      *                   on move past it against that player: an "F"
      *                   MOVELOG record, a GAME-RESULT record with
      *                   GR-RESULT-TYPE "F", and the game off the
      *                   bank.  The trailer counts reminders issued
      *                   and games timed out apart from games
      *                   completed over the board.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and transactions applied and
      *                   rejected, the results written (games completed
      *                   plus games timed out), and the time-outs --
      *                   for the morning operations check, OPSCHK.CBL.
      *   2026-10-15  KM  An opening move naming an inactive member --
      *                   deactivated by hand, or lapsed for unpaid
      *                   dues by DUESBILL.CBL -- is now refused as
      *                   reason 07 too; games already under way play
      *                   out.
      *   2026-10-15  KM  GR-PLAYED-BY is written blank: the games
      *                   played here are not TOURNEY or LEAGUE games.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrReportStatus.

           SELECT CORR-REMINDER-FILE ASSIGN TO "CORRRMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrReminderStatus.

           SELECT CORR-CHECKPOINT-FILE ASSIGN TO "CORCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrCkptStatus.
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PlayerMasterStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVES-FILE.
       COPY BATCHRPT REPLACING
           ==BATCH-REPORT-RECORD== BY ==CORR-REPORT-RECORD==.

       FD  CORR-REMINDER-FILE.
       COPY BATCHRPT REPLACING
           ==BATCH-REPORT-RECORD== BY ==CORR-REMINDER-RECORD==.

       FD  CORR-CHECKPOINT-FILE.
       COPY CORCKPT.

       FD  PLAYER-MASTER-FILE.
       COPY PLYMAST.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 MovesStatus       PIC X(02).
       01 GameBankStatus    PIC X(02).
       01 GameResultStatus  PIC X(02).
       01 MoveLogStatus     PIC X(02).
       01 MoveRejectStatus  PIC X(02).
       01 CorrReportStatus  PIC X(02).
       01 CorrReminderStatus PIC X(02).
       01 CorrCkptStatus    PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 OpeningIDsOk      PIC X.
               03 BK-PLAYER-X       PIC X(08).
               03 BK-PLAYER-O       PIC X(08).
               03 BK-FINISHED       PIC X.
               03 BK-LAST-MOVE-DATE PIC 9(08).
               03 BK-MOVE-DAYS      PIC 9(03) COMP.
       01 BankCount         PIC 9(03) COMP VALUE 0.
       01 BankIndex         PIC 9(03) COMP.
       01 FoundIndex        PIC 9(03) COMP.

      * Move deadlines.  MoveDaysAllowed is the club's allowance for
      * games opened tonight (and for banked games that predate the
      * deadline fields); RemindDays is how close to the deadline a
      * game comes before its player on move is sent a reminder.
      * The sweep walks the bank with DeadlineIndex, apart from
      * BankIndex, because a time-out rewrites the bank under it.
       01 RunDate           PIC 9(08).
       01 MoveDaysIn        PIC 999 VALUE 0.
       01 MoveDaysAllowed   PIC 9(03) VALUE 14.
       01 RemindDaysIn      PIC 999 VALUE 0.
       01 RemindDays        PIC 9(03) VALUE 3.
       01 DeadlineIndex     PIC 9(03) COMP.
       01 RunDayNumber      PIC 9(07) COMP.
       01 DaysUsed          PIC S9(05) COMP.
       01 DaysLeft          PIC S9(05) COMP.
       01 DaysDisplay       PIC ZZZZ9.
       01 OnMoveID          PIC X(08).
       01 AwaitingID        PIC X(08).

      * Day numbers, so two YYYYMMDD dates can be subtracted: days
      * counted from a fixed origin, with March taken as the first
      * month of the year so the leap day falls at the end.
       01 DayNumberDate     PIC 9(08).
       01 DayNumberParts REDEFINES DayNumberDate.
           02 DN-YEAR           PIC 9(04).
           02 DN-MONTH          PIC 9(02).
           02 DN-DAY            PIC 9(02).
       01 DayNumber         PIC 9(07) COMP.
       01 DayYear           PIC 9(04) COMP.
       01 DayMonth          PIC 9(02) COMP.
       01 DayYearBy4        PIC 9(04) COMP.
       01 DayYearBy100      PIC 9(04) COMP.
       01 DayYearBy400      PIC 9(04) COMP.
       01 DayMonthDays      PIC 9(04) COMP.

      * Batch accounting for the scheduler, the same shape the
      * single-game batch run keeps: every transaction read is either
      * applied or spooled to MOVE-REJECT-FILE with a reason, and the
       01 GamesOpened       PIC 9(05) VALUE 0.
       01 GamesCompleted    PIC 9(05) VALUE 0.
       01 GamesCarried      PIC 9(05) VALUE 0.
       01 GamesTimedOut     PIC 9(05) VALUE 0.
       01 RemindersIssued   PIC 9(05) VALUE 0.
       01 RejectReason      PIC X(02).

      * The game under the move being applied, unpacked from its bank
       01 ResultKind        PIC X.

      * How the finishing game ended, for its result record: "P"
      * played out, "R" resigned, "F" forfeited on the deadline.
       01 GameEndKind       PIC X.
       01 WinLineFound      PIC X.
       01 BoardFull         PIC X.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT RunResume FROM ENVIRONMENT "CORRESP_RESUME"
           PERFORM SetDeadlineRules
           PERFORM OpenCorrFiles
           PERFORM OpenMasterFile
           PERFORM LoadGameBank
           PERFORM ReadOneMove
           PERFORM ApplyOneMove
               UNTIL AtEndOfMoves EQUAL 'Y'
           PERFORM SweepDeadlines
           PERFORM CloseMoveLog
           PERFORM CloseResultFile
           PERFORM RewriteGameBank
           CLOSE PLAYER-MASTER-FILE
           PERFORM CloseCorrFiles
           PERFORM SetCorrReturnCode
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      *   that will not open stops the run with return code 12 before
      *   anything is touched.  A resumed run appends to the report
      *   and reject spools -- the crashed run's lines are part of
      *   the night's record, not something to truncate away.  The
      *   reminder list is always cut fresh: the deadline sweep that
      *   fills it runs whole after the feed, resumed or not.
      *----------------------------------------------------------------
       OpenCorrFiles.
           OPEN INPUT MOVES-FILE
               DISPLAY "Cannot open MOVES-FILE for correspondence "
                   "play -- stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF RunResume EQUAL "Y"
               DISPLAY "Cannot open CORR-REPORT-FILE -- stopping."
               CLOSE MOVES-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF RunResume EQUAL "Y"
               CLOSE MOVES-FILE
               CLOSE CORR-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN OUTPUT CORR-REMINDER-FILE
           IF CorrReminderStatus NOT EQUAL "00"
               DISPLAY "Cannot open CORR-REMINDER-FILE -- stopping."
               CLOSE MOVES-FILE
               CLOSE CORR-REPORT-FILE
               CLOSE MOVE-REJECT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF.

       CloseCorrFiles.
           CLOSE MOVES-FILE
           CLOSE CORR-REPORT-FILE
           CLOSE MOVE-REJECT-FILE
           CLOSE CORR-REMINDER-FILE.

       Emit.
           MOVE OutputLine TO CORR-REPORT-RECORD
               CLOSE MOVES-FILE
               CLOSE CORR-REPORT-FILE
               CLOSE MOVE-REJECT-FILE
               CLOSE CORR-REMINDER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF.

               CLOSE MOVES-FILE
               CLOSE CORR-REPORT-FILE
               CLOSE MOVE-REJECT-FILE
               CLOSE CORR-REMINDER-FILE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           ADD 1 TO BankCount
           MOVE GB-PLAYER-X   TO BK-PLAYER-X(BankCount)
           MOVE GB-PLAYER-O   TO BK-PLAYER-O(BankCount)
           MOVE 'N'           TO BK-FINISHED(BankCount)
           IF GB-LAST-MOVE-DATE IS NUMERIC
                   AND GB-LAST-MOVE-DATE > 0
               MOVE GB-LAST-MOVE-DATE TO BK-LAST-MOVE-DATE(BankCount)
           ELSE
               MOVE RunDate TO BK-LAST-MOVE-DATE(BankCount)
           END-IF
           IF GB-MOVE-DAYS IS NUMERIC AND GB-MOVE-DAYS > 0
               MOVE GB-MOVE-DAYS TO BK-MOVE-DAYS(BankCount)
           ELSE
               MOVE MoveDaysAllowed TO BK-MOVE-DAYS(BankCount)
           END-IF
           PERFORM ReadOneBankRecord.

      *----------------------------------------------------------------
                       MOVE CC-TRANS-REJECTED  TO BatchTransRejected
                       MOVE CC-GAMES-OPENED    TO GamesOpened
                       MOVE CC-GAMES-COMPLETED TO GamesCompleted
                       IF CC-GAMES-TIMED-OUT IS NUMERIC
                           MOVE CC-GAMES-TIMED-OUT TO GamesTimedOut
                       END-IF
                       DISPLAY "Resuming after transaction "
                           CC-TRANS-DONE
               END-READ
           MOVE BatchTransRejected TO CC-TRANS-REJECTED
           MOVE GamesOpened        TO CC-GAMES-OPENED
           MOVE GamesCompleted     TO CC-GAMES-COMPLETED
           MOVE GamesTimedOut      TO CC-GAMES-TIMED-OUT
           WRITE CORR-CHECKPOINT-RECORD
           CLOSE CORR-CHECKPOINT-FILE.

               MOVE BK-LOG-SEQ(BankIndex)    TO GB-LOG-SEQ
               MOVE BK-PLAYER-X(BankIndex)   TO GB-PLAYER-X
               MOVE BK-PLAYER-O(BankIndex)   TO GB-PLAYER-O
               MOVE BK-LAST-MOVE-DATE(BankIndex)
                   TO GB-LAST-MOVE-DATE
               MOVE BK-MOVE-DAYS(BankIndex)  TO GB-MOVE-DAYS
               WRITE GAME-BANK-RECORD
           END-IF.


      *----------------------------------------------------------------
      * ReadOneMove / ApplyOneMove / HandleOneMove / FindBankEntry /
      * TestBankEntry / CheckOpeningIDs / CheckOpeningPlayerO /
      * OpenNewGame
      *   One pass over the keyed-in feed.  A resumed run passes
      *   over the records the crashed run already handled
      *   (SkipRemaining); every other transaction lands in exactly
      *   the bank without the player ids to open it, is reason 04;
      *   a move out of turn is 05; a bank with no room for a new
      *   game is 06; an opening move whose ids are not two distinct
      *   active members of the PLAYER-MASTER is 07 -- a typo must
      *   land in the reject spool for repair, not open a game under
      *   a phantom id for ResultPost to mint a stats record from,
      *   and a member whose dues have lapsed may not start a game.
      *----------------------------------------------------------------
       ReadOneMove.
           READ MOVES-FILE
           END-IF.

      * Ids are never deleted from the master, only deactivated, so
      * presence on it is the phantom test.  Both members must also
      * be active (PM-STATUS "A") to open a game: one deactivated by
      * hand, or lapsed for unpaid dues by DUESBILL, is refused
      * under the same reason.
       CheckOpeningIDs.
           MOVE 'N' TO OpeningIDsOk
           IF MT-PLAYER-X NOT EQUAL MT-PLAYER-O
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-STATUS EQUAL "A"
                           PERFORM CheckOpeningPlayerO
                       END-IF
               END-READ
           END-IF.

       CheckOpeningPlayerO.
           MOVE MT-PLAYER-O TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-STATUS EQUAL "A"
                       MOVE 'Y' TO OpeningIDsOk
                   END-IF
           END-READ.

       OpenNewGame.
           ADD 1 TO BankCount
           MOVE BankCount TO FoundIndex
           MOVE MT-PLAYER-X TO BK-PLAYER-X(FoundIndex)
           MOVE MT-PLAYER-O TO BK-PLAYER-O(FoundIndex)
           MOVE 'N'         TO BK-FINISHED(FoundIndex)
           MOVE RunDate     TO BK-LAST-MOVE-DATE(FoundIndex)
           MOVE MoveDaysAllowed TO BK-MOVE-DAYS(FoundIndex)
           ADD 1 TO GamesOpened
           MOVE SPACES TO OutputLine
           STRING "Game " DELIMITED BY SIZE
                   MOVE MT-PLAYER TO CurrentPlayer
                   MOVE GameBoardValues TO BK-BOARD(FoundIndex)(1:9)
                   ADD 1 TO BK-MOVE-COUNT(FoundIndex)
                   MOVE RunDate TO BK-LAST-MOVE-DATE(FoundIndex)
                   PERFORM WriteMoveLog
                   PERFORM CheckForWin
                   IF WinLineFound EQUAL 'Y'

      *----------------------------------------------------------------
      * FinishOneGame
      *   The game just ended, by win line, full board,
      *   resignation, or the move deadline.  It gets
      *   everything a live game gets at the same moment: the result
      *   announcement on the report, a GAME-RESULT record under its
      *   game id (which ResultPost later folds into PLAYER-STATS),
           PERFORM Emit
           PERFORM WriteGameResult
           MOVE 'Y' TO BK-FINISHED(FoundIndex)
           IF GameEndKind EQUAL "F"
               ADD 1 TO GamesTimedOut
           ELSE
               ADD 1 TO GamesCompleted
           END-IF.

      *----------------------------------------------------------------
      * SetDeadlineRules / ComputeDayNumber
      *   The club's deadline settings for the night and the run
      *   date's day number, taken once before anything is loaded --
      *   a banked game that predates the deadline fields starts its
      *   clock tonight under tonight's allowance.  ComputeDayNumber
      *   turns DayNumberDate into DayNumber; the difference of two
      *   day numbers is the days between the dates.
      *----------------------------------------------------------------
       SetDeadlineRules.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT MoveDaysIn FROM ENVIRONMENT "CORRESP_MOVE_DAYS"
           IF MoveDaysIn IS NUMERIC AND MoveDaysIn > 0
               MOVE MoveDaysIn TO MoveDaysAllowed
           END-IF
           ACCEPT RemindDaysIn FROM ENVIRONMENT "CORRESP_REMIND_DAYS"
           IF RemindDaysIn IS NUMERIC AND RemindDaysIn > 0
               MOVE RemindDaysIn TO RemindDays
           END-IF
           MOVE RunDate TO DayNumberDate
           PERFORM ComputeDayNumber
           MOVE DayNumber TO RunDayNumber.

       ComputeDayNumber.
           MOVE DN-YEAR  TO DayYear
           MOVE DN-MONTH TO DayMonth
           IF DayMonth < 3
               SUBTRACT 1 FROM DayYear
               ADD 12 TO DayMonth
           END-IF
           DIVIDE DayYear BY 4   GIVING DayYearBy4
           DIVIDE DayYear BY 100 GIVING DayYearBy100
           DIVIDE DayYear BY 400 GIVING DayYearBy400
           COMPUTE DayMonthDays = 153 * (DayMonth - 3) + 2
           DIVIDE DayMonthDays BY 5 GIVING DayMonthDays
           COMPUTE DayNumber = 365 * DayYear + DayYearBy4
               - DayYearBy100 + DayYearBy400 + DayMonthDays + DN-DAY.

      *----------------------------------------------------------------
      * SweepDeadlines / CheckOneDeadline / TimeOutOneGame /
      * RemindOneGame / EmitReminder
      *   After the feed, every game still in flight is held against
      *   its deadline: BK-MOVE-DAYS days from the night of its last
      *   move.  A game past it is forfeited against the player on
      *   move (BK-PLAYER) -- logged, recorded, and off the bank,
      *   sealed by SaveCorrProgress like any transaction so a rerun
      *   cannot forfeit it twice.  A game within RemindDays of it
      *   goes on the reminder list with the days left to answer.
      *----------------------------------------------------------------
       SweepDeadlines.
           MOVE SPACES TO OutputLine
           STRING "CORRESPONDENCE MOVE REMINDERS  " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitReminder
           MOVE SPACES TO OutputLine
           PERFORM EmitReminder
           MOVE SPACES TO OutputLine
           STRING "GAME ID           ON MOVE   SIDE  " DELIMITED BY SIZE
               "OPPONENT  LAST MOVE DAYS LEFT" DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitReminder
           PERFORM CheckOneDeadline
               VARYING DeadlineIndex FROM 1 BY 1
               UNTIL DeadlineIndex > BankCount
           IF RemindersIssued EQUAL 0
               MOVE "  No games near the move deadline." TO OutputLine
               PERFORM EmitReminder
           END-IF.

       CheckOneDeadline.
           IF BK-FINISHED(DeadlineIndex) NOT EQUAL 'Y'
               MOVE BK-LAST-MOVE-DATE(DeadlineIndex) TO DayNumberDate
               PERFORM ComputeDayNumber
               COMPUTE DaysUsed = RunDayNumber - DayNumber
               COMPUTE DaysLeft = BK-MOVE-DAYS(DeadlineIndex) - DaysUsed
               EVALUATE TRUE
                   WHEN DaysLeft < 0
                       PERFORM TimeOutOneGame
                   WHEN DaysLeft NOT > RemindDays
                       PERFORM RemindOneGame
               END-EVALUATE
           END-IF.

       TimeOutOneGame.
           MOVE DeadlineIndex TO FoundIndex
           MOVE BK-BOARD(FoundIndex)(1:9) TO GameBoardValues
           MOVE BK-PLAYER(FoundIndex) TO CurrentPlayer
           PERFORM WriteForfeitLog
           MOVE DaysUsed TO DaysDisplay
           MOVE SPACES TO OutputLine
           STRING "Game " DELIMITED BY SIZE
               BK-GAME-ID(FoundIndex) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CurrentPlayer DELIMITED BY SIZE
               " timed out, no move in" DELIMITED BY SIZE
               DaysDisplay DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO OutputLine
           PERFORM Emit
           IF CurrentPlayer EQUAL "X"
               MOVE "O" TO CurrentPlayer
           ELSE
               MOVE "X" TO CurrentPlayer
           END-IF
           MOVE 'W' TO ResultKind
           MOVE "F" TO GameEndKind
           PERFORM FinishOneGame
           PERFORM SaveCorrProgress.

       RemindOneGame.
           ADD 1 TO RemindersIssued
           IF BK-PLAYER(DeadlineIndex) EQUAL "X"
               MOVE BK-PLAYER-X(DeadlineIndex) TO OnMoveID
               MOVE BK-PLAYER-O(DeadlineIndex) TO AwaitingID
           ELSE
               MOVE BK-PLAYER-O(DeadlineIndex) TO OnMoveID
               MOVE BK-PLAYER-X(DeadlineIndex) TO AwaitingID
           END-IF
           MOVE DaysLeft TO DaysDisplay
           MOVE SPACES TO OutputLine
           STRING BK-GAME-ID(DeadlineIndex) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OnMoveID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BK-PLAYER(DeadlineIndex) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               AwaitingID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BK-LAST-MOVE-DATE(DeadlineIndex) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DaysDisplay DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitReminder.

       EmitReminder.
           MOVE OutputLine TO CORR-REMINDER-RECORD
           WRITE CORR-REMINDER-RECORD.

      *----------------------------------------------------------------
      * CheckForWin / DetermineBoardFull / CheckCellFilled
           MOVE GameBoardValues        TO ML-BOARD(1:9)
           WRITE MOVE-LOG-RECORD.

      *----------------------------------------------------------------
      * WriteForfeitLog
      *   Logs a deadline forfeit as an "F" record under the letter
      *   of the side that ran out of time, board unchanged, so
      *   REPLAY shows how the game ended.
      *----------------------------------------------------------------
       WriteForfeitLog.
           ADD 1 TO BK-LOG-SEQ(FoundIndex)
           ACCEPT ML-DATE FROM DATE YYYYMMDD
           ACCEPT ML-TIME FROM TIME
           MOVE BK-GAME-ID(FoundIndex) TO ML-GAME-ID
           MOVE BK-LOG-SEQ(FoundIndex) TO ML-SEQ
           MOVE "F"                    TO ML-TYPE
           MOVE CurrentPlayer          TO ML-PLAYER
           MOVE 0                      TO ML-CELL
           MOVE 3                      TO ML-BOARD-SIDE
           MOVE SPACES                 TO ML-BOARD
           MOVE GameBoardValues        TO ML-BOARD(1:9)
           WRITE MOVE-LOG-RECORD.

      *----------------------------------------------------------------
      * OpenResultFile / CloseResultFile / WriteGameResult
      *   Appends one GAME-RESULT record per finished game, the same
           MOVE SPACES              TO GR-BOARD
           MOVE GameBoardValues     TO GR-BOARD(1:9)
           MOVE GameEndKind         TO GR-RESULT-TYPE
           MOVE SPACE               TO GR-PLAYED-BY
           WRITE GAME-RESULT-RECORD.

      *----------------------------------------------------------------
      *   The control-totals trailer and the return code the schedule
      *   branches on: 0 clean, 4 completed with rejects.  Unfinished
      *   games carried to tomorrow are the normal state of
      *   correspondence play, not an error, and neither is a game
      *   timed out -- the deadline is a club rule doing its job.
      *----------------------------------------------------------------
       WriteCorrTrailer.
           MOVE SPACES TO OutputLine
               INTO OutputLine
           PERFORM Emit
           MOVE SPACES TO OutputLine
           STRING "  Games timed out:       " DELIMITED BY SIZE
               GamesTimedOut DELIMITED BY SIZE
               INTO OutputLine
           PERFORM Emit
           MOVE SPACES TO OutputLine
           STRING "  Reminders issued:      " DELIMITED BY SIZE
               RemindersIssued DELIMITED BY SIZE
               INTO OutputLine
           PERFORM Emit
           MOVE SPACES TO OutputLine
           STRING "  Games carried forward: " DELIMITED BY SIZE
               GamesCarried DELIMITED BY SIZE
               INTO OutputLine
               MOVE 4 TO RETURN-CODE
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
               MOVE "CORRESP" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "APPLIED" TO RL-COUNT-LABEL(1)
               MOVE BatchTransApplied TO RL-COUNT-VALUE(1)
               MOVE "REJECTED" TO RL-COUNT-LABEL(2)
               MOVE BatchTransRejected TO RL-COUNT-VALUE(2)
               MOVE "RESULTS" TO RL-COUNT-LABEL(3)
               COMPUTE RL-COUNT-VALUE(3) =
                   GamesCompleted + GamesTimedOut
               MOVE "TIMED-OUT" TO RL-COUNT-LABEL(4)
               MOVE GamesTimedOut TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM Correspondence.
