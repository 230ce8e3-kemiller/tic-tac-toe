      *                   anything -- everything now on file is
      *                   marked as posted, and normal runs pick up
      *                   from there.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and results read, results picked
      *                   up past the checkpoint (posted plus skipped),
      *                   skipped, and marked by a PRIME run -- for the
      *                   morning operations check, OPSCHK.CBL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT POSTING-WORK ASSIGN TO "RPSTWORK".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       FD  RATING-LEDGER-FILE.
       COPY RATLEDG.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

      * Only what posting needs travels through the sort -- the board
      * snapshot stays behind.
       SD  POSTING-WORK.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 PlayerStatsStatus PIC X(02).
       01 PostCkptStatus    PIC X(02).

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT RunMode FROM ENVIRONMENT "RESPOST_MODE"
           PERFORM ReadPostCheckpoint
           IF RunMode EQUAL "PRIME"
               PERFORM PrimeCheckpoint
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF CheckpointFound NOT EQUAL 'Y'
           PERFORM CloseRatingLedger
           PERFORM CloseStatsFile
           PERFORM PrintControlTotals
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
                           "normally.  Nothing touched."
                       MOVE 8 TO RETURN-CODE
                       CLOSE PLAYER-STATS-FILE
                       PERFORM LogRunControl
                       STOP RUN
               END-READ
               CLOSE PLAYER-STATS-FILE
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF.

           END-IF
           DISPLAY "  Posted lifetime:          " LifetimePosted.

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
               MOVE "RESPOST" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "READ" TO RL-COUNT-LABEL(1)
               MOVE ResultsRead TO RL-COUNT-VALUE(1)
               MOVE "PICKED-UP" TO RL-COUNT-LABEL(2)
               COMPUTE RL-COUNT-VALUE(2) =
                   ResultsPosted + ResultsSkipped
               MOVE "SKIPPED" TO RL-COUNT-LABEL(3)
               MOVE ResultsSkipped TO RL-COUNT-VALUE(3)
               MOVE "MARKED" TO RL-COUNT-LABEL(4)
               MOVE ResultsMarked TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM ResultPost.
