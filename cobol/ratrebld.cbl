      *                   on file (an installation still posting
      *                   from inside the games) everything replays,
      *                   as before.
      *   2026-10-15  KM  Replay ResultCorrect's corrections.  Each
      *                   record on CORRECTION-AUDIT-FILE goes
      *                   through the sort at the posting mark it
      *                   was applied under, so it lands after every
      *                   result posted before it and ahead of every
      *                   one posted since -- exactly when its points
      *                   moved on PLYSTAT.  There it takes back the
      *                   exchange the rebuild itself replayed for
      *                   the game, and a correction (not a void)
      *                   then replays the corrected outcome.  A
      *                   voided game's points are gone from the
      *                   rebuilt figures just as they are from the
      *                   live ones, and the audit still balances.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and games read, records matched
      *                   and out of balance, and corrections replayed
      *                   -- for the morning operations check,
      *                   OPSCHK.CBL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostCkptStatus.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "RESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrAuditStatus.

           SELECT REBUILD-WORK ASSIGN TO "RBLDWORK".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       FD  POST-CHECKPOINT-FILE.
       COPY PSTCKPT.

       FD  CORRECTION-AUDIT-FILE.
       COPY RESAUD.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

      * Only what the replay needs travels through the sort.  A
      * result (RW-SOURCE "1") sorts under its own key; a correction
      * ("2") sorts under the posting mark it was applied at, after
      * any result with that same key, and corrections made under
      * the same mark keep the order they were made in (RW-SEQ).
      * RW-SUBJECT-ID is the game the record is about.
       SD  REBUILD-WORK.
       01  REBUILD-WORK-RECORD.
           05  RW-DATE                     PIC X(08).
           05  RW-TIME                     PIC X(08).
           05  RW-GAME-ID                  PIC X(16).
           05  RW-SOURCE                   PIC X(01).
           05  RW-SEQ                      PIC 9(05).
           05  RW-PLAYER-X                 PIC X(08).
           05  RW-PLAYER-O                 PIC X(08).
           05  RW-WINNER                   PIC X(08).
           05  RW-SUBJECT-ID               PIC X(16).
           05  RW-ACTION                   PIC X(01).

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 PlayerStatsStatus PIC X(02).
       01 PostCkptStatus    PIC X(02).
       01 CorrAuditStatus   PIC X(02).
       01 AtEndOfResults    PIC X VALUE 'N'.
       01 AtEndOfAudit      PIC X VALUE 'N'.
       01 SortAtEnd         PIC X VALUE 'N'.

      * ResultPost's high-water mark, and each result's key in the
       01 ExpectedPct       PIC S9(03) COMP.
       01 RatingChange      PIC S9(03) COMP.

      * Every game a correction touches, with the exchange the
      * replay last applied for it and has not yet taken back --
      * the figure a later correction reverses.  Corrections are
      * rare; 500 is years of them.
       01 CorrectionTable.
           02 CorrectionEntry OCCURS 500 TIMES.
               03 CT-GAME-ID        PIC X(16).
               03 CT-HELD           PIC X.
               03 CT-WINNER-ID      PIC X(08).
               03 CT-LOSER-ID       PIC X(08).
               03 CT-POINTS         PIC S9(03) COMP.
       01 CorrectionCount   PIC 9(04) COMP VALUE 0.
       01 CorrectionIndex   PIC 9(04) COMP.
       01 CorrFoundIndex    PIC 9(04) COMP.
       01 CorrectionSeq     PIC 9(05) VALUE 0.
       01 LookupGameID      PIC X(16).

      * Control totals for the audit trailer.
       01 GamesRead         PIC 9(07) VALUE 0.
       01 GamesSkipped      PIC 9(07) VALUE 0.
       01 GamesUnposted     PIC 9(07) VALUE 0.
       01 CorrectionsReplayed PIC 9(07) VALUE 0.
       01 CorrectionsDropped PIC 9(07) VALUE 0.
       01 PlayersDropped    PIC 9(07) VALUE 0.
       01 StatsRecordsRead  PIC 9(07) VALUE 0.
       01 RecordsMatched    PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           PERFORM ReadPostCheckpoint
           SORT REBUILD-WORK
               ON ASCENDING KEY RW-DATE RW-TIME RW-GAME-ID
                   RW-SOURCE RW-SEQ
               INPUT PROCEDURE IS LoadResults
               OUTPUT PROCEDURE IS ReplayResults
           PERFORM BalanceAgainstStats
           IF RecordsOutOfBal NOT EQUAL 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * LoadResults / ReadOneResult / ReleaseOneResult
      *   Feeds every GAME-RESULT record through the sort in the
      *   posting order ResultPost uses, so the rebuilt exchange walks
      *   the games exactly as posting did, and every correction in
      *   behind the results at the mark it was applied under.
      *----------------------------------------------------------------
       LoadResults.
           OPEN INPUT GAME-RESULT-FILE
               PERFORM ReleaseOneResult
                   UNTIL AtEndOfResults EQUAL 'Y'
               CLOSE GAME-RESULT-FILE
           END-IF
           OPEN INPUT CORRECTION-AUDIT-FILE
           IF CorrAuditStatus EQUAL "00"
               PERFORM ReadOneCorrection
               PERFORM ReleaseOneCorrection
                   UNTIL AtEndOfAudit EQUAL 'Y'
               CLOSE CORRECTION-AUDIT-FILE
           END-IF.

       ReadOneResult.
           MOVE GR-DATE     TO RW-DATE
           MOVE GR-TIME     TO RW-TIME
           MOVE GR-GAME-ID  TO RW-GAME-ID
           MOVE "1"         TO RW-SOURCE
           MOVE 0           TO RW-SEQ
           MOVE GR-PLAYER-X TO RW-PLAYER-X
           MOVE GR-PLAYER-O TO RW-PLAYER-O
           MOVE GR-WINNER   TO RW-WINNER
           MOVE GR-GAME-ID  TO RW-SUBJECT-ID
           MOVE SPACE       TO RW-ACTION
           RELEASE REBUILD-WORK-RECORD
           PERFORM ReadOneResult.

      *----------------------------------------------------------------
      * ReadOneCorrection / ReleaseOneCorrection / LookupCorrection /
      * TestCorrection
      *   Each correction goes into the sort under its posting mark,
      *   and its game gets a table entry so the replay knows to
      *   hold that game's exchange for taking back.
      *----------------------------------------------------------------
       ReadOneCorrection.
           READ CORRECTION-AUDIT-FILE
               AT END
                   SET AtEndOfAudit TO 'Y'
           END-READ.

       ReleaseOneCorrection.
           ADD 1 TO CorrectionSeq
           MOVE RA-POST-DATE    TO RW-DATE
           MOVE RA-POST-TIME    TO RW-TIME
           MOVE RA-POST-GAME-ID TO RW-GAME-ID
           MOVE "2"             TO RW-SOURCE
           MOVE CorrectionSeq   TO RW-SEQ
           MOVE RA-PLAYER-X     TO RW-PLAYER-X
           MOVE RA-PLAYER-O     TO RW-PLAYER-O
           MOVE RA-NEW-WINNER   TO RW-WINNER
           MOVE RA-GAME-ID      TO RW-SUBJECT-ID
           MOVE RA-ACTION       TO RW-ACTION
           RELEASE REBUILD-WORK-RECORD
           MOVE RA-GAME-ID TO LookupGameID
           PERFORM LookupCorrection
           IF CorrFoundIndex EQUAL 0
               IF CorrectionCount < 500
                   ADD 1 TO CorrectionCount
                   MOVE CorrectionCount TO CorrFoundIndex
                   MOVE RA-GAME-ID TO CT-GAME-ID(CorrFoundIndex)
                   MOVE 'N' TO CT-HELD(CorrFoundIndex)
               ELSE
                   ADD 1 TO CorrectionsDropped
               END-IF
           END-IF
           PERFORM ReadOneCorrection.

       LookupCorrection.
           MOVE 0 TO CorrFoundIndex
           PERFORM TestCorrection
               VARYING CorrectionIndex FROM 1 BY 1
               UNTIL CorrectionIndex > CorrectionCount
                   OR CorrFoundIndex NOT EQUAL 0.

       TestCorrection.
           IF CT-GAME-ID(CorrectionIndex) EQUAL LookupGameID
               MOVE CorrectionIndex TO CorrFoundIndex
           END-IF.

      *----------------------------------------------------------------
      * ReplayResults / ReplayOneResult / ReplayOneExchange
      *   Walks the sorted results and moves the points in the table
               AT END
                   SET SortAtEnd TO 'Y'
               NOT AT END
                   IF RW-SOURCE EQUAL "2"
                       PERFORM ReplayOneCorrection
                   ELSE
                       ADD 1 TO GamesRead
                       MOVE RW-DATE    TO RK-DATE
                       MOVE RW-TIME    TO RK-TIME
                       MOVE RW-GAME-ID TO RK-GAME-ID
                       EVALUATE TRUE
                           WHEN CheckpointFound EQUAL 'Y'
                                   AND RecordKey > CheckpointKey
                               ADD 1 TO GamesUnposted
                           WHEN RW-PLAYER-X EQUAL SPACES
                                   OR RW-PLAYER-O EQUAL SPACES
                               ADD 1 TO GamesSkipped
                           WHEN OTHER
                               PERFORM ReplayOneExchange
                       END-EVALUATE
                   END-IF
           END-RETURN.

       ReplayOneExchange.
               IF RB-RATING(LoserIndex) < 100
                   MOVE 100 TO RB-RATING(LoserIndex)
               END-IF
               PERFORM HoldExchange
           END-IF.

      *----------------------------------------------------------------
      * HoldExchange / ReplayOneCorrection / ReverseHeldExchange
      *   A game a correction will touch has its exchange held as it
      *   is replayed.  When the correction comes up in the sort,
      *   the held points go back the way ResultCorrect moved them on
      *   the live file -- the winner's side gives them up, the
      *   loser's side gets them back, both floored at 100 -- and a
      *   correction then replays the corrected outcome, which is
      *   held in turn for any later correction to the same game.
      *----------------------------------------------------------------
       HoldExchange.
           MOVE RW-SUBJECT-ID TO LookupGameID
           PERFORM LookupCorrection
           IF CorrFoundIndex NOT EQUAL 0
               MOVE 'Y' TO CT-HELD(CorrFoundIndex)
               MOVE WinnerSideID TO CT-WINNER-ID(CorrFoundIndex)
               MOVE LoserSideID  TO CT-LOSER-ID(CorrFoundIndex)
               MOVE RatingChange TO CT-POINTS(CorrFoundIndex)
           END-IF.

       ReplayOneCorrection.
           ADD 1 TO CorrectionsReplayed
           MOVE RW-SUBJECT-ID TO LookupGameID
           PERFORM LookupCorrection
           IF CorrFoundIndex NOT EQUAL 0
               IF CT-HELD(CorrFoundIndex) EQUAL 'Y'
                   PERFORM ReverseHeldExchange
               END-IF
               IF RW-ACTION EQUAL "C"
                   PERFORM ReplayOneExchange
               END-IF
           END-IF.

       ReverseHeldExchange.
           MOVE 'N' TO CT-HELD(CorrFoundIndex)
           MOVE CT-WINNER-ID(CorrFoundIndex) TO LookupPlayerID
           PERFORM FindRebuiltEntry
           MOVE FoundIndex TO WinnerIndex
           MOVE CT-LOSER-ID(CorrFoundIndex) TO LookupPlayerID
           PERFORM FindRebuiltEntry
           MOVE FoundIndex TO LoserIndex
           IF WinnerIndex EQUAL 0 OR LoserIndex EQUAL 0
               ADD 1 TO PlayersDropped
           ELSE
               SUBTRACT CT-POINTS(CorrFoundIndex)
                   FROM RB-RATING(WinnerIndex)
               IF RB-RATING(WinnerIndex) < 100
                   MOVE 100 TO RB-RATING(WinnerIndex)
               END-IF
               ADD CT-POINTS(CorrFoundIndex) TO RB-RATING(LoserIndex)
               IF RB-RATING(LoserIndex) < 100
                   MOVE 100 TO RB-RATING(LoserIndex)
               END-IF
           END-IF.

       ComputeExpectedPct.
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerStatsStatus EQUAL "35"
               DISPLAY "  Games not yet posted:   " GamesUnposted
           END-IF
           DISPLAY "  Games skipped (no ids): " GamesSkipped
           IF CorrectionsReplayed NOT EQUAL 0
               DISPLAY "  Corrections replayed:   " CorrectionsReplayed
           END-IF
           IF CorrectionsDropped NOT EQUAL 0
               DISPLAY "  Corrections dropped (table full): "
                   CorrectionsDropped
           END-IF
           IF PlayersDropped NOT EQUAL 0
               DISPLAY "  Exchanges dropped (table full): "
                   PlayersDropped
                   "SeedRatingFromHistory in ResultPost)."
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
               MOVE "RATREBLD" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "GAMES" TO RL-COUNT-LABEL(1)
               MOVE GamesRead TO RL-COUNT-VALUE(1)
               MOVE "MATCHED" TO RL-COUNT-LABEL(2)
               MOVE RecordsMatched TO RL-COUNT-VALUE(2)
               MOVE "OUT-OF-BAL" TO RL-COUNT-LABEL(3)
               MOVE RecordsOutOfBal TO RL-COUNT-VALUE(3)
               MOVE "CORRECTNS" TO RL-COUNT-LABEL(4)
               MOVE CorrectionsReplayed TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM RatingRebuild.
