      *                   everything, as it always did -- that is an
      *                   installation still posting from inside the
      *                   games.
      *   2026-10-15  KM  Honor ResultCorrect.  CORRECTION-AUDIT-FILE
      *                   is read before the results: a game voided
      *                   there derives no tallies at all -- as if it
      *                   had never been played -- and a corrected one
      *                   derives the corrected winner's, so the audit
      *                   still balances against a PLAYER-STATS the
      *                   correction run has already adjusted.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and games read, records matched
      *                   and out of balance, and games voided -- for
      *                   the morning operations check, OPSCHK.CBL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostCkptStatus.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "RESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrAuditStatus.

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

      * ResultPost's high-water mark, and each result's key in the
      * same date/time/game-id form, so "posted yet" is the same
       01 TallyPlayerID     PIC X(08).
       01 TallyKind         PIC X.

      * Every game ResultCorrect has touched, with the standing the
      * last correction left it in: "V" voided, "C" corrected to
      * CT-NEW-WINNER.  TallyWinner is the winner a result derives
      * -- GR-WINNER, or the corrected one.  Corrections are rare;
      * 500 is years of them, and any beyond it are counted so the
      * trailer can say the audit is short.
       01 CorrectionTable.
           02 CorrectionEntry OCCURS 500 TIMES.
               03 CT-GAME-ID        PIC X(16).
               03 CT-ACTION         PIC X.
               03 CT-NEW-WINNER     PIC X(08).
       01 CorrectionCount   PIC 9(04) COMP VALUE 0.
       01 CorrectionIndex   PIC 9(04) COMP.
       01 CorrFoundIndex    PIC 9(04) COMP.
       01 TallyWinner       PIC X(08).
       01 GameVoided        PIC X.

      * The window of games under audit; both ends default to
      * "everything".  After a season close-out, AUDIT_FROM is the
      * season's first day.
       01 GamesSkipped      PIC 9(07) VALUE 0.
       01 GamesOutOfRange   PIC 9(07) VALUE 0.
       01 GamesUnposted     PIC 9(07) VALUE 0.
       01 GamesVoided       PIC 9(07) VALUE 0.
       01 GamesCorrected    PIC 9(07) VALUE 0.
       01 CorrectionsDropped PIC 9(07) VALUE 0.
       01 PlayersDropped    PIC 9(07) VALUE 0.
       01 StatsRecordsRead  PIC 9(07) VALUE 0.
       01 RecordsMatched    PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT WantedFromDate FROM ENVIRONMENT "AUDIT_FROM"
           ACCEPT WantedToDate   FROM ENVIRONMENT "AUDIT_TO"
           PERFORM ReadPostCheckpoint
           PERFORM LoadCorrections
           PERFORM DeriveFromResults
           PERFORM BalanceAgainstStats
           PERFORM ReportUnmatchedPlayers
           IF RecordsOutOfBal NOT EQUAL 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
               CLOSE POST-CHECKPOINT-FILE
           END-IF.

      *----------------------------------------------------------------
      * LoadCorrections / ReadOneCorrection / NoteOneCorrection /
      * LookupCorrection / TestCorrection / ApplyStandingCorrection
      *   The correction overlay.  Each audit record replaces the
      *   standing of its game, so after the load every entry holds
      *   what the last correction made of the game; a result is
      *   then derived the way that standing says -- not at all when
      *   voided, under the corrected winner when corrected.
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
           MOVE GR-WINNER TO TallyWinner
           MOVE 'N' TO GameVoided
           IF CorrectionCount NOT EQUAL 0
                   AND GR-GAME-ID NOT EQUAL SPACES
               MOVE GR-GAME-ID TO RA-GAME-ID
               PERFORM LookupCorrection
               IF CorrFoundIndex NOT EQUAL 0
                   IF CT-ACTION(CorrFoundIndex) EQUAL "V"
                       MOVE 'Y' TO GameVoided
                   ELSE
                       MOVE CT-NEW-WINNER(CorrFoundIndex)
                           TO TallyWinner
                   END-IF
               END-IF
           END-IF.

       DeriveFromResults.
           OPEN INPUT GAME-RESULT-FILE
           IF GameResultStatus EQUAL "35"
           MOVE GR-DATE    TO RK-DATE
           MOVE GR-TIME    TO RK-TIME
           MOVE GR-GAME-ID TO RK-GAME-ID
           PERFORM ApplyStandingCorrection
           EVALUATE TRUE
               WHEN CheckpointFound EQUAL 'Y'
                       AND RecordKey > CheckpointKey
                   OR (WantedToDate NOT EQUAL SPACES
                       AND GR-DATE > WantedToDate)
                   ADD 1 TO GamesOutOfRange
               WHEN GameVoided EQUAL 'Y'
                   ADD 1 TO GamesVoided
               WHEN GR-PLAYER-X EQUAL SPACES
                   OR GR-PLAYER-O EQUAL SPACES
                   ADD 1 TO GamesSkipped
               WHEN TallyWinner EQUAL "DRAW"
                   MOVE GR-PLAYER-X TO TallyPlayerID
                   MOVE 'D' TO TallyKind
                   PERFORM PostOneTally
                   MOVE GR-PLAYER-O TO TallyPlayerID
                   MOVE 'D' TO TallyKind
                   PERFORM PostOneTally
               WHEN TallyWinner EQUAL GR-PLAYER-X
                   MOVE GR-PLAYER-X TO TallyPlayerID
                   MOVE 'W' TO TallyKind
                   PERFORM PostOneTally
                   MOVE 'L' TO TallyKind
                   PERFORM PostOneTally
           END-EVALUATE
           IF TallyWinner NOT EQUAL GR-WINNER
                   AND GameVoided NOT EQUAL 'Y'
               ADD 1 TO GamesCorrected
           END-IF
           PERFORM ReadOneResult.

       PostOneTally.
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerStatsStatus EQUAL "35"
           IF GamesOutOfRange NOT EQUAL 0
               DISPLAY "  Games outside range:    " GamesOutOfRange
           END-IF
           IF GamesVoided NOT EQUAL 0
               DISPLAY "  Games voided:           " GamesVoided
           END-IF
           IF GamesCorrected NOT EQUAL 0
               DISPLAY "  Games taken as corrected: " GamesCorrected
           END-IF
           IF CorrectionsDropped NOT EQUAL 0
               DISPLAY "  Corrections dropped (table full): "
                   CorrectionsDropped
           END-IF
           DISPLAY "  Games skipped (no ids): " GamesSkipped
           IF PlayersDropped NOT EQUAL 0
               DISPLAY "  Tallies dropped (table full): "
               DISPLAY "  STATS ARE OUT OF BALANCE -- investigate."
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
               MOVE "STATSAUD" TO RL-PROGRAM
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
               MOVE "VOIDED" TO RL-COUNT-LABEL(4)
               MOVE GamesVoided TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM StatsAudit.
