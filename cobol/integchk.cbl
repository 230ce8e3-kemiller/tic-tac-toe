       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IntegrityCheck.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  Read-only sweep of the
      *                   files that are supposed to agree about the
      *                   club's games, run in the nightly stream so a
      *                   bad night is caught before the weekly
      *                   extract and bulletin go out.  Five rules:
      *                   (1) every finished game has its moves on
      *                   MOVELOG or the MLARCHIV archive, forfeits
      *                   and the games TOURNEY and LEAGUE play (which
      *                   keep no transcript) excepted; (2) every
      *                   RATLEDG line belongs to a result on GAMERES
      *                   between the same two members; (3) every game
      *                   a SERRES match lists is on GAMERES between
      *                   the match's two players; (4) every member id
      *                   on GAMEBANK and LGFIXTUR is on PLYMAST; (5)
      *                   no game finished on GAMERES is still open on
      *                   GAMEBANK or CHECKPT.  The exceptions print
      *                   grouped by rule with the keys to look up,
      *                   and the run ends with RETURN-CODE 8 when
      *                   there are any -- the step the schedule
      *                   holds the extract and bulletin on -- or 12
      *                   when a file is there but will not open.
      *   2026-10-15  KM  Rule 1 now excuses a TOURNEY or LEAGUE game on
      *                   the result's own GR-PLAYED-BY mark.  The run
      *                   times on the run-control log only excuse an
      *                   unmarked result written before the first
      *                   marked one on file, so a game played at the
      *                   terminal during a tournament run is still
      *                   held to its move log.
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

           SELECT SERIES-RESULT-FILE ASSIGN TO "SERRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeriesStatus.

           SELECT GAME-BANK-FILE ASSIGN TO "GAMEBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameBankStatus.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointStatus.

           SELECT LEAGUE-FIXTURE-FILE ASSIGN TO "LGFIXTUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FixtureStatus.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PlayerMasterStatus.

           SELECT INTEGRITY-WORK ASSIGN TO "INTGWORK".

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

       FD  SERIES-RESULT-FILE.
       COPY SERRES.

       FD  GAME-BANK-FILE.
       COPY GAMEBANK.

       FD  CHECKPOINT-FILE.
       COPY CHECKPT.

       FD  LEAGUE-FIXTURE-FILE.
       COPY LGFIXTUR.

       FD  PLAYER-MASTER-FILE.
       COPY PLYMAST.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

      * One record for every game id any of the files mentions, so
      * the sort brings each game's whole story together: IW-SOURCE
      * "1" a GAMERES result (always first in its game), "2" a move
      * log record, "3" a ledger line, "4" a game a SERRES match
      * lists, "5" an open GAMEBANK game, "6" the CHECKPT game.  A
      * result or ledger line from before game ids were recorded is
      * matched on its date and time instead (IW-STAMP).  A result
      * carries its GR-PLAYED-BY mark in IW-PLAYED-BY.
       SD  INTEGRITY-WORK.
       01  INTEGRITY-WORK-RECORD.
           05  IW-MATCH-KEY.
               10  IW-GAME-ID              PIC X(16).
               10  IW-STAMP                PIC X(16).
           05  IW-SOURCE                   PIC X(01).
           05  IW-PLAYER-A                 PIC X(08).
           05  IW-PLAYER-B                 PIC X(08).
           05  IW-KIND                     PIC X(01).
           05  IW-REFERENCE                PIC X(16).
           05  IW-PLAYED-BY                PIC X(01).

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
       01 SeriesStatus      PIC X(02).
       01 GameBankStatus    PIC X(02).
       01 CheckpointStatus  PIC X(02).
       01 FixtureStatus     PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 MasterAvailable   PIC X VALUE 'N'.
       01 AtEndOfFile       PIC X VALUE 'N'.
       01 SortAtEnd         PIC X VALUE 'N'.

      * The file just opened, for CheckFileOpen.
       01 OpenStatus        PIC X(02).
       01 OpenFileName      PIC X(08).
       01 FileOnHand        PIC X.

      * A date and time side by side, compared as one value.
       01 DateTimeStamp.
           02 StampDate         PIC 9(08).
           02 StampTime         PIC 9(08).

      * The TOURNEY and LEAGUE runs on the run-control log.  Those
      * programs play their games out in memory and write no move
      * log, and mark their results to say so (GR-PLAYED-BY).  The
      * runs only speak for results from before the mark: an
      * unmarked result stamped inside a run, and earlier than the
      * first marked result on file (FirstMarkedStamp), is taken as
      * one of theirs.
       01 PlayRunTable.
           02 PlayRunEntry OCCURS 500 TIMES.
               03 PR-START          PIC X(16).
               03 PR-END            PIC X(16).
       01 PlayRunCount      PIC 9(04) COMP VALUE 0.
       01 PlayRunIndex      PIC 9(04) COMP.
       01 PlayRunsDropped   PIC 9(05) VALUE 0.
       01 PlayedByProgram   PIC X.
       01 FirstMarkedStamp  PIC X(16) VALUE HIGH-VALUES.

      * The game being put together off the sort.
       01 GroupKey          PIC X(32).
       01 GroupHasResult    PIC X.
       01 GroupHasLog       PIC X.
       01 GroupGameID       PIC X(16).
       01 GroupPlayerX      PIC X(08).
       01 GroupPlayerO      PIC X(08).
       01 GroupResultType   PIC X.
       01 GroupPlayedBy     PIC X.
       01 GroupStamp        PIC X(16).
       01 PlayersMatch      PIC X.
       01 LastLoggedID      PIC X(16).
       01 SeriesSlot        PIC 9(02) COMP.

      * A member id to look for on the PLAYER-MASTER, and what it
      * was found on.
       01 WantedMemberID    PIC X(08).
       01 MemberContext     PIC X(36).
       01 MemberFound       PIC X.

      * The exceptions, kept until the sweep is over so they can be
      * printed rule by rule.  A full table still counts what it
      * cannot hold.
       01 ExceptionTable.
           02 ExceptionEntry OCCURS 1000 TIMES.
               03 EX-RULE           PIC 9(01).
               03 EX-TEXT           PIC X(72).
       01 ExceptionCount    PIC 9(04) COMP VALUE 0.
       01 ExceptionIndex    PIC 9(04) COMP.
       01 ExceptionRule     PIC 9(01).
       01 ExceptionText     PIC X(72).
       01 ReasonText        PIC X(14).
       01 OpenFileText      PIC X(08).
       01 RuleTotals.
           02 RuleExceptions OCCURS 5 TIMES PIC 9(05).
           02 RuleListed     OCCURS 5 TIMES PIC 9(05).
       01 RuleIndex         PIC 9(02) COMP.
       01 NotListed         PIC 9(05).

       01 RuleHeadingValues.
           02 FILLER PIC X(50) VALUE
               "RULE 1  RESULTS WITH NO MOVE LOG".
           02 FILLER PIC X(50) VALUE
               "RULE 2  LEDGER LINES WITH NO MATCHING RESULT".
           02 FILLER PIC X(50) VALUE
               "RULE 3  SERIES GAMES NOT ON GAMERES AS PLAYED".
           02 FILLER PIC X(50) VALUE
               "RULE 4  MEMBER IDS NOT ON THE PLAYER MASTER".
           02 FILLER PIC X(50) VALUE
               "RULE 5  FINISHED GAMES STILL OPEN".
       01 RuleHeadingTable REDEFINES RuleHeadingValues.
           02 RuleHeading OCCURS 5 TIMES PIC X(50).

      * Control totals.
       01 ResultsRead       PIC 9(07) VALUE 0.
       01 ResultsNoGameID   PIC 9(07) VALUE 0.
       01 GamesChecked      PIC 9(07) VALUE 0.
       01 LogRecordsRead    PIC 9(07) VALUE 0.
       01 LogRecordsNoID    PIC 9(07) VALUE 0.
       01 LedgerLinesRead   PIC 9(07) VALUE 0.
       01 SeriesRead        PIC 9(05) VALUE 0.
       01 SeriesGamesRead   PIC 9(05) VALUE 0.
       01 BankGamesRead     PIC 9(05) VALUE 0.
       01 CheckpointsRead   PIC 9(05) VALUE 0.
       01 FixturesRead      PIC 9(05) VALUE 0.
       01 MemberIdsChecked  PIC 9(07) VALUE 0.
       01 ForfeitsNotLogged PIC 9(05) VALUE 0.
       01 PlayedNotLogged   PIC 9(05) VALUE 0.
       01 PlayedByRunTimes  PIC 9(05) VALUE 0.
       01 ExceptionsFound   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           INITIALIZE RuleTotals
           DISPLAY "CROSS-FILE INTEGRITY SWEEP  " RunStartDate
           DISPLAY " "
           PERFORM LoadPlayRuns
           OPEN INPUT PLAYER-MASTER-FILE
           MOVE PlayerMasterStatus TO OpenStatus
           MOVE "PLYMAST" TO OpenFileName
           PERFORM CheckFileOpen
           MOVE FileOnHand TO MasterAvailable
           SORT INTEGRITY-WORK
               ON ASCENDING KEY IW-MATCH-KEY IW-SOURCE
               INPUT PROCEDURE IS LoadCrossReferences
               OUTPUT PROCEDURE IS CheckCrossReferences
           PERFORM CheckFixturePlayers
           IF MasterAvailable EQUAL 'Y'
               CLOSE PLAYER-MASTER-FILE
           END-IF
           PERFORM PrintExceptions
           PERFORM PrintControlTotals
           IF ExceptionsFound NOT EQUAL 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * CheckFileOpen
      *   Every file the sweep reads may legitimately be absent -- no
      *   correspondence games in flight, no league running, a log
      *   not yet archived -- and an absent file is read as empty and
      *   noted at the head of the report.  A file that is there but
      *   will not open leaves the sweep unable to vouch for anything,
      *   and stops it with 12.
      *----------------------------------------------------------------
       CheckFileOpen.
           EVALUATE OpenStatus
               WHEN "00"
                   MOVE 'Y' TO FileOnHand
               WHEN "35"
                   MOVE 'N' TO FileOnHand
                   DISPLAY "  " OpenFileName
                       " not on file -- read as empty."
               WHEN OTHER
                   DISPLAY OpenFileName " will not open (status "
                       OpenStatus ") -- nothing checked."
                   MOVE 12 TO RETURN-CODE
                   PERFORM LogRunControl
                   STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------
      * LoadPlayRuns / ReadOneRunRecord / NoteOneRunRecord
      *   The start and end of every TOURNEY and LEAGUE run the log
      *   holds, for the results written before TOURNEY and LEAGUE
      *   marked theirs.  The log is only consulted here; without it
      *   every such unmarked tournament game is listed under rule 1.
      *----------------------------------------------------------------
       LoadPlayRuns.
           OPEN INPUT RUN-CONTROL-FILE
           IF RunControlStatus EQUAL "00"
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneRunRecord
               PERFORM NoteOneRunRecord
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE RUN-CONTROL-FILE
           END-IF.

       ReadOneRunRecord.
           READ RUN-CONTROL-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       NoteOneRunRecord.
           IF RL-PROGRAM EQUAL "TOURNEY" OR RL-PROGRAM EQUAL "LEAGUE"
               IF PlayRunCount < 500
                   ADD 1 TO PlayRunCount
                   MOVE RL-START-DATE TO StampDate
                   MOVE RL-START-TIME TO StampTime
                   MOVE DateTimeStamp TO PR-START(PlayRunCount)
                   MOVE RL-END-DATE TO StampDate
                   MOVE RL-END-TIME TO StampTime
                   MOVE DateTimeStamp TO PR-END(PlayRunCount)
               ELSE
                   ADD 1 TO PlayRunsDropped
               END-IF
           END-IF
           PERFORM ReadOneRunRecord.

      *----------------------------------------------------------------
      * LoadCrossReferences and the Load/Release paragraphs under it
      *   The sort's input: one work record per result, per game id
      *   on the move logs, per ledger line, per game a series
      *   lists, per open correspondence game and for the
      *   checkpointed game.  The open games' members are looked up
      *   on the PLAYER-MASTER (rule 4) as they go by.
      *----------------------------------------------------------------
       LoadCrossReferences.
           PERFORM LoadResults
           PERFORM LoadMoveLog
           PERFORM LoadMoveArchive
           PERFORM LoadLedger
           PERFORM LoadSeries
           PERFORM LoadGameBank
           PERFORM LoadCheckpoint.

       LoadResults.
           OPEN INPUT GAME-RESULT-FILE
           MOVE GameResultStatus TO OpenStatus
           MOVE "GAMERES" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneResult
               PERFORM ReleaseOneResult
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE GAME-RESULT-FILE
           END-IF.

       ReadOneResult.
           READ GAME-RESULT-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       ReleaseOneResult.
           ADD 1 TO ResultsRead
           MOVE SPACES TO INTEGRITY-WORK-RECORD
           MOVE GR-DATE TO StampDate
           MOVE GR-TIME TO StampTime
           MOVE GR-GAME-ID TO IW-GAME-ID
           IF GR-GAME-ID EQUAL SPACES
               ADD 1 TO ResultsNoGameID
               MOVE DateTimeStamp TO IW-STAMP
           END-IF
           MOVE "1" TO IW-SOURCE
           MOVE GR-PLAYER-X TO IW-PLAYER-A
           MOVE GR-PLAYER-O TO IW-PLAYER-B
           MOVE GR-RESULT-TYPE TO IW-KIND
           MOVE DateTimeStamp TO IW-REFERENCE
           MOVE GR-PLAYED-BY TO IW-PLAYED-BY
           IF GR-PLAYED-BY NOT EQUAL SPACE
                   AND DateTimeStamp < FirstMarkedStamp
               MOVE DateTimeStamp TO FirstMarkedStamp
           END-IF
           RELEASE INTEGRITY-WORK-RECORD
           PERFORM ReadOneResult.

      * A game's move records mostly run together, so one work record
      * for each run of the same id is all rule 1 needs.  Records
      * logged before game ids existed cannot be tied to a result
      * and are only counted.
       LoadMoveLog.
           MOVE SPACES TO LastLoggedID
           OPEN INPUT MOVE-LOG-FILE
           MOVE MoveLogStatus TO OpenStatus
           MOVE "MOVELOG" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneLogRecord
               PERFORM NoteOneLogRecord
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE MOVE-LOG-FILE
           END-IF.

       ReadOneLogRecord.
           READ MOVE-LOG-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       NoteOneLogRecord.
           PERFORM ReleaseOneLogRecord
           PERFORM ReadOneLogRecord.

       LoadMoveArchive.
           MOVE SPACES TO LastLoggedID
           OPEN INPUT MOVE-ARCHIVE-FILE
           MOVE ArchiveStatus TO OpenStatus
           MOVE "MLARCHIV" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneArchiveRecord
               PERFORM NoteOneArchiveRecord
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE MOVE-ARCHIVE-FILE
           END-IF.

       ReadOneArchiveRecord.
           READ MOVE-ARCHIVE-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

      * An archived record is judged through the live record area,
      * so one paragraph serves both files.
       NoteOneArchiveRecord.
           MOVE MOVE-ARCHIVE-RECORD TO MOVE-LOG-RECORD
           PERFORM ReleaseOneLogRecord
           PERFORM ReadOneArchiveRecord.

       ReleaseOneLogRecord.
           ADD 1 TO LogRecordsRead
           IF ML-GAME-ID EQUAL SPACES
               ADD 1 TO LogRecordsNoID
           ELSE
               IF ML-GAME-ID NOT EQUAL LastLoggedID
                   MOVE ML-GAME-ID TO LastLoggedID
                   MOVE SPACES TO INTEGRITY-WORK-RECORD
                   MOVE ML-GAME-ID TO IW-GAME-ID
                   MOVE "2" TO IW-SOURCE
                   RELEASE INTEGRITY-WORK-RECORD
               END-IF
           END-IF.

      * A ledger line carries its game's date and time (a reversal
      * carries the correction's, but always with the game id), so a
      * line posted from a result that had no id meets that result
      * on the stamp.
       LoadLedger.
           OPEN INPUT RATING-LEDGER-FILE
           MOVE LedgerStatus TO OpenStatus
           MOVE "RATLEDG" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneLedgerLine
               PERFORM ReleaseOneLedgerLine
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE RATING-LEDGER-FILE
           END-IF.

       ReadOneLedgerLine.
           READ RATING-LEDGER-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       ReleaseOneLedgerLine.
           ADD 1 TO LedgerLinesRead
           MOVE SPACES TO INTEGRITY-WORK-RECORD
           MOVE LG-DATE TO StampDate
           MOVE LG-TIME TO StampTime
           MOVE LG-GAME-ID TO IW-GAME-ID
           IF LG-GAME-ID EQUAL SPACES
               MOVE DateTimeStamp TO IW-STAMP
           END-IF
           MOVE "3" TO IW-SOURCE
           MOVE LG-WINNER-ID TO IW-PLAYER-A
           MOVE LG-LOSER-ID TO IW-PLAYER-B
           MOVE LG-KIND TO IW-KIND
           MOVE DateTimeStamp TO IW-REFERENCE
           RELEASE INTEGRITY-WORK-RECORD
           PERFORM ReadOneLedgerLine.

       LoadSeries.
           OPEN INPUT SERIES-RESULT-FILE
           MOVE SeriesStatus TO OpenStatus
           MOVE "SERRES" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneSeries
               PERFORM NoteOneSeries
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE SERIES-RESULT-FILE
           END-IF.

       ReadOneSeries.
           READ SERIES-RESULT-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       NoteOneSeries.
           ADD 1 TO SeriesRead
           PERFORM ReleaseOneSeriesGame
               VARYING SeriesSlot FROM 1 BY 1
               UNTIL SeriesSlot > 9
           PERFORM ReadOneSeries.

       ReleaseOneSeriesGame.
           IF SR-GAME-ID(SeriesSlot) NOT EQUAL SPACES
               ADD 1 TO SeriesGamesRead
               MOVE SPACES TO INTEGRITY-WORK-RECORD
               MOVE SR-GAME-ID(SeriesSlot) TO IW-GAME-ID
               MOVE "4" TO IW-SOURCE
               MOVE SR-PLAYER-1 TO IW-PLAYER-A
               MOVE SR-PLAYER-2 TO IW-PLAYER-B
               MOVE SR-SERIES-ID TO IW-REFERENCE
               RELEASE INTEGRITY-WORK-RECORD
           END-IF.

       LoadGameBank.
           OPEN INPUT GAME-BANK-FILE
           MOVE GameBankStatus TO OpenStatus
           MOVE "GAMEBANK" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneBankGame
               PERFORM NoteOneBankGame
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE GAME-BANK-FILE
           END-IF.

       ReadOneBankGame.
           READ GAME-BANK-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       NoteOneBankGame.
           ADD 1 TO BankGamesRead
           MOVE SPACES TO MemberContext
           STRING "  GAMEBANK game " DELIMITED BY SIZE
               GB-GAME-ID DELIMITED BY SIZE
               INTO MemberContext
           MOVE GB-PLAYER-X TO WantedMemberID
           PERFORM CheckMemberOnFile
           MOVE GB-PLAYER-O TO WantedMemberID
           PERFORM CheckMemberOnFile
           IF GB-GAME-ID NOT EQUAL SPACES
               MOVE SPACES TO INTEGRITY-WORK-RECORD
               MOVE GB-GAME-ID TO IW-GAME-ID
               MOVE "5" TO IW-SOURCE
               RELEASE INTEGRITY-WORK-RECORD
           END-IF
           PERFORM ReadOneBankGame.

       LoadCheckpoint.
           OPEN INPUT CHECKPOINT-FILE
           MOVE CheckpointStatus TO OpenStatus
           MOVE "CHECKPT" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneCheckpoint
               PERFORM NoteOneCheckpoint
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE CHECKPOINT-FILE
           END-IF.

       ReadOneCheckpoint.
           READ CHECKPOINT-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       NoteOneCheckpoint.
           ADD 1 TO CheckpointsRead
           IF CK-GAME-ID NOT EQUAL SPACES
               MOVE SPACES TO INTEGRITY-WORK-RECORD
               MOVE CK-GAME-ID TO IW-GAME-ID
               MOVE "6" TO IW-SOURCE
               RELEASE INTEGRITY-WORK-RECORD
           END-IF
           PERFORM ReadOneCheckpoint.

      *----------------------------------------------------------------
      * CheckCrossReferences / ReturnOneWork / CheckOneGroup /
      * CheckOneWorkRecord / NoteGroupResult / ComparePlayers
      *   The sort's output, one game at a time.  The result sorts to
      *   the front of its game, so by the time a ledger line, series
      *   entry or open game comes by, the game is known to be
      *   finished or not, and between whom.
      *----------------------------------------------------------------
       CheckCrossReferences.
           MOVE 'N' TO SortAtEnd
           PERFORM ReturnOneWork
           PERFORM CheckOneGroup
               UNTIL SortAtEnd EQUAL 'Y'.

       ReturnOneWork.
           RETURN INTEGRITY-WORK
               AT END
                   SET SortAtEnd TO 'Y'
           END-RETURN.

       CheckOneGroup.
           MOVE IW-MATCH-KEY TO GroupKey
           MOVE 'N' TO GroupHasResult
           MOVE 'N' TO GroupHasLog
           PERFORM CheckOneWorkRecord
               UNTIL SortAtEnd EQUAL 'Y'
                   OR IW-MATCH-KEY NOT EQUAL GroupKey
           PERFORM CheckGroupTranscript.

       CheckOneWorkRecord.
           EVALUATE IW-SOURCE
               WHEN "1"
                   PERFORM NoteGroupResult
               WHEN "2"
                   MOVE 'Y' TO GroupHasLog
               WHEN "3"
                   PERFORM CheckLedgerLine
               WHEN "4"
                   PERFORM CheckSeriesGame
               WHEN OTHER
                   PERFORM CheckOpenGame
           END-EVALUATE
           PERFORM ReturnOneWork.

       NoteGroupResult.
           IF GroupHasResult EQUAL 'N'
               MOVE 'Y' TO GroupHasResult
               MOVE IW-GAME-ID   TO GroupGameID
               MOVE IW-PLAYER-A  TO GroupPlayerX
               MOVE IW-PLAYER-B  TO GroupPlayerO
               MOVE IW-KIND      TO GroupResultType
               MOVE IW-REFERENCE TO GroupStamp
               MOVE IW-PLAYED-BY TO GroupPlayedBy
           END-IF.

       ComparePlayers.
           MOVE 'N' TO PlayersMatch
           IF (IW-PLAYER-A EQUAL GroupPlayerX
                   AND IW-PLAYER-B EQUAL GroupPlayerO)
               OR (IW-PLAYER-A EQUAL GroupPlayerO
                   AND IW-PLAYER-B EQUAL GroupPlayerX)
               MOVE 'Y' TO PlayersMatch
           END-IF.

      *----------------------------------------------------------------
      * CheckGroupTranscript / CheckPlayedByProgram / TestPlayRun
      *   Rule 1.  A finished game with an id and no move record on
      *   either log is an exception, unless it was forfeited (no
      *   moves to log) or TOURNEY or LEAGUE played it -- marked so
      *   on the result or, for a result from before the mark,
      *   stamped inside one of their runs.
      *   Results from before game ids were recorded cannot be tied
      *   to a transcript and are only counted.
      *----------------------------------------------------------------
       CheckGroupTranscript.
           IF GroupHasResult EQUAL 'Y'
                   AND GroupGameID NOT EQUAL SPACES
               ADD 1 TO GamesChecked
               EVALUATE TRUE
                   WHEN GroupHasLog EQUAL 'Y'
                       CONTINUE
                   WHEN GroupResultType EQUAL "F"
                       ADD 1 TO ForfeitsNotLogged
                   WHEN GroupPlayedBy NOT EQUAL SPACE
                       ADD 1 TO PlayedNotLogged
                   WHEN OTHER
                       PERFORM CheckPlayedByProgram
                       IF PlayedByProgram EQUAL 'Y'
                           ADD 1 TO PlayedNotLogged
                           ADD 1 TO PlayedByRunTimes
                       ELSE
                           IF GroupResultType EQUAL SPACE
                               MOVE "P" TO GroupResultType
                           END-IF
                           MOVE SPACES TO ExceptionText
                           STRING "  " DELIMITED BY SIZE
                               GroupGameID DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               GroupStamp(1:8) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               GroupPlayerX DELIMITED BY SIZE
                               " v " DELIMITED BY SIZE
                               GroupPlayerO DELIMITED BY SIZE
                               "  type " DELIMITED BY SIZE
                               GroupResultType DELIMITED BY SIZE
                               INTO ExceptionText
                           MOVE 1 TO ExceptionRule
                           PERFORM AddException
                       END-IF
               END-EVALUATE
           END-IF.

       CheckPlayedByProgram.
           MOVE 'N' TO PlayedByProgram
           IF GroupStamp < FirstMarkedStamp
               PERFORM TestPlayRun
                   VARYING PlayRunIndex FROM 1 BY 1
                   UNTIL PlayRunIndex > PlayRunCount
                       OR PlayedByProgram EQUAL 'Y'
           END-IF.

       TestPlayRun.
           IF GroupStamp NOT < PR-START(PlayRunIndex)
                   AND GroupStamp NOT > PR-END(PlayRunIndex)
               MOVE 'Y' TO PlayedByProgram
           END-IF.

      *----------------------------------------------------------------
      * CheckLedgerLine
      *   Rule 2.  Every ledger line -- reversals included -- names
      *   the game's two members, one as winner and one as loser in
      *   whichever order the posting or the correction put them.
      *----------------------------------------------------------------
       CheckLedgerLine.
           MOVE SPACES TO ReasonText
           IF GroupHasResult EQUAL 'N'
               MOVE "not on GAMERES" TO ReasonText
           ELSE
               PERFORM ComparePlayers
               IF PlayersMatch EQUAL 'N'
                   MOVE "players differ" TO ReasonText
               END-IF
           END-IF
           IF ReasonText NOT EQUAL SPACES
               MOVE SPACES TO ExceptionText
               STRING "  " DELIMITED BY SIZE
                   IW-GAME-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IW-REFERENCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IW-KIND DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IW-PLAYER-A DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IW-PLAYER-B DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ReasonText DELIMITED BY SIZE
                   INTO ExceptionText
               MOVE 2 TO ExceptionRule
               PERFORM AddException
           END-IF.

      *----------------------------------------------------------------
      * CheckSeriesGame
      *   Rule 3.  Every game a match lists is a result between the
      *   match's two players -- sides alternate, so either way round.
      *----------------------------------------------------------------
       CheckSeriesGame.
           MOVE SPACES TO ReasonText
           IF GroupHasResult EQUAL 'N'
               MOVE "not on GAMERES" TO ReasonText
           ELSE
               PERFORM ComparePlayers
               IF PlayersMatch EQUAL 'N'
                   MOVE "players differ" TO ReasonText
               END-IF
           END-IF
           IF ReasonText NOT EQUAL SPACES
               MOVE SPACES TO ExceptionText
               STRING "  series " DELIMITED BY SIZE
                   IW-REFERENCE DELIMITED BY SIZE
                   "  game " DELIMITED BY SIZE
                   IW-GAME-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ReasonText DELIMITED BY SIZE
                   INTO ExceptionText
               MOVE 3 TO ExceptionRule
               PERFORM AddException
           END-IF.

      *----------------------------------------------------------------
      * CheckOpenGame
      *   Rule 5.  A game still banked for correspondence play, or
      *   still on the live checkpoint, must not have a result.
      *----------------------------------------------------------------
       CheckOpenGame.
           IF GroupHasResult EQUAL 'Y'
               IF IW-SOURCE EQUAL "5"
                   MOVE "GAMEBANK" TO OpenFileText
               ELSE
                   MOVE "CHECKPT" TO OpenFileText
               END-IF
               MOVE SPACES TO ExceptionText
               STRING "  " DELIMITED BY SIZE
                   IW-GAME-ID DELIMITED BY SIZE
                   "  finished " DELIMITED BY SIZE
                   GroupStamp(1:8) DELIMITED BY SIZE
                   ", still open on " DELIMITED BY SIZE
                   OpenFileText DELIMITED BY SIZE
                   INTO ExceptionText
               MOVE 5 TO ExceptionRule
               PERFORM AddException
           END-IF.

      *----------------------------------------------------------------
      * CheckFixturePlayers / ReadOneFixture / NoteOneFixture /
      * CheckMemberOnFile
      *   Rule 4.  Both members of every league pairing -- the one
      *   sitting out a bye alone -- and of every open correspondence
      *   game (looked up as GAMEBANK went by) must be on the
      *   PLAYER-MASTER.  With no master at all, none of them is.
      *----------------------------------------------------------------
       CheckFixturePlayers.
           OPEN INPUT LEAGUE-FIXTURE-FILE
           MOVE FixtureStatus TO OpenStatus
           MOVE "LGFIXTUR" TO OpenFileName
           PERFORM CheckFileOpen
           IF FileOnHand EQUAL 'Y'
               MOVE 'N' TO AtEndOfFile
               PERFORM ReadOneFixture
               PERFORM NoteOneFixture
                   UNTIL AtEndOfFile EQUAL 'Y'
               CLOSE LEAGUE-FIXTURE-FILE
           END-IF.

       ReadOneFixture.
           READ LEAGUE-FIXTURE-FILE
               AT END
                   SET AtEndOfFile TO 'Y'
           END-READ.

       NoteOneFixture.
           ADD 1 TO FixturesRead
           MOVE SPACES TO MemberContext
           STRING "  LGFIXTUR round " DELIMITED BY SIZE
               LF-ROUND DELIMITED BY SIZE
               INTO MemberContext
           MOVE LF-PLAYER-X TO WantedMemberID
           PERFORM CheckMemberOnFile
           IF LF-BYE NOT EQUAL 'Y'
               MOVE LF-PLAYER-O TO WantedMemberID
               PERFORM CheckMemberOnFile
           END-IF
           PERFORM ReadOneFixture.

       CheckMemberOnFile.
           IF WantedMemberID NOT EQUAL SPACES
               ADD 1 TO MemberIdsChecked
               MOVE 'N' TO MemberFound
               IF MasterAvailable EQUAL 'Y'
                   MOVE WantedMemberID TO PM-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO MemberFound
                   END-READ
               END-IF
               IF MemberFound EQUAL 'N'
                   MOVE SPACES TO ExceptionText
                   STRING MemberContext DELIMITED BY SIZE
                       "member " DELIMITED BY SIZE
                       WantedMemberID DELIMITED BY SIZE
                       " not on PLYMAST" DELIMITED BY SIZE
                       INTO ExceptionText
                   MOVE 4 TO ExceptionRule
                   PERFORM AddException
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * AddException / PrintExceptions / PrintOneRule /
      * PrintOneException
      *   Every exception is counted against its rule; the first
      *   thousand are kept to print, rule by rule, once the sweep is
      *   done.
      *----------------------------------------------------------------
       AddException.
           ADD 1 TO ExceptionsFound
           ADD 1 TO RuleExceptions(ExceptionRule)
           IF ExceptionCount < 1000
               ADD 1 TO ExceptionCount
               MOVE ExceptionRule TO EX-RULE(ExceptionCount)
               MOVE ExceptionText TO EX-TEXT(ExceptionCount)
               ADD 1 TO RuleListed(ExceptionRule)
           END-IF.

       PrintExceptions.
           DISPLAY " "
           DISPLAY "EXCEPTIONS"
           PERFORM PrintOneRule
               VARYING RuleIndex FROM 1 BY 1
               UNTIL RuleIndex > 5.

       PrintOneRule.
           DISPLAY " "
           DISPLAY RuleHeading(RuleIndex)
           PERFORM PrintOneException
               VARYING ExceptionIndex FROM 1 BY 1
               UNTIL ExceptionIndex > ExceptionCount
           IF RuleExceptions(RuleIndex) EQUAL 0
               DISPLAY "  None."
           END-IF
           IF RuleExceptions(RuleIndex) > RuleListed(RuleIndex)
               COMPUTE NotListed = RuleExceptions(RuleIndex)
                   - RuleListed(RuleIndex)
               DISPLAY "  ... and " NotListed
                   " more (exception table full)"
           END-IF.

       PrintOneException.
           IF EX-RULE(ExceptionIndex) EQUAL RuleIndex
               DISPLAY EX-TEXT(ExceptionIndex)
           END-IF.

       PrintControlTotals.
           DISPLAY " "
           DISPLAY "CONTROL TOTALS"
           DISPLAY "  Results read:              " ResultsRead
           IF ResultsNoGameID NOT EQUAL 0
               DISPLAY "  Results with no game id:   " ResultsNoGameID
           END-IF
           DISPLAY "  Games checked for moves:   " GamesChecked
           DISPLAY "  Forfeits (no moves due):   " ForfeitsNotLogged
           DISPLAY "  TOURNEY/LEAGUE games:      " PlayedNotLogged
           IF PlayedByRunTimes NOT EQUAL 0
               DISPLAY "    unmarked, by run times:  " PlayedByRunTimes
           END-IF
           IF PlayRunsDropped NOT EQUAL 0
               DISPLAY "  TOURNEY/LEAGUE runs beyond the table: "
                   PlayRunsDropped
           END-IF
           DISPLAY "  Move log records read:     " LogRecordsRead
           IF LogRecordsNoID NOT EQUAL 0
               DISPLAY "  Move records with no id:   " LogRecordsNoID
           END-IF
           DISPLAY "  Ledger lines read:         " LedgerLinesRead
           DISPLAY "  Series read:               " SeriesRead
           DISPLAY "  Series games listed:       " SeriesGamesRead
           DISPLAY "  Open correspondence games: " BankGamesRead
           DISPLAY "  Checkpoints read:          " CheckpointsRead
           DISPLAY "  League fixtures read:      " FixturesRead
           DISPLAY "  Member ids looked up:      " MemberIdsChecked
           DISPLAY "  Rule 1 exceptions:         " RuleExceptions(1)
           DISPLAY "  Rule 2 exceptions:         " RuleExceptions(2)
           DISPLAY "  Rule 3 exceptions:         " RuleExceptions(3)
           DISPLAY "  Rule 4 exceptions:         " RuleExceptions(4)
           DISPLAY "  Rule 5 exceptions:         " RuleExceptions(5)
           IF ExceptionsFound EQUAL 0
               DISPLAY "  The files agree."
           ELSE
               DISPLAY "  " ExceptionsFound
                   " EXCEPTIONS -- hold the extract and bulletin."
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
               MOVE "INTEGCHK" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "GAMES" TO RL-COUNT-LABEL(1)
               MOVE ResultsRead TO RL-COUNT-VALUE(1)
               MOVE "LEDGER" TO RL-COUNT-LABEL(2)
               MOVE LedgerLinesRead TO RL-COUNT-VALUE(2)
               MOVE "IDS" TO RL-COUNT-LABEL(3)
               MOVE MemberIdsChecked TO RL-COUNT-VALUE(3)
               MOVE "EXCEPTIONS" TO RL-COUNT-LABEL(4)
               MOVE ExceptionsFound TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM IntegrityCheck.
