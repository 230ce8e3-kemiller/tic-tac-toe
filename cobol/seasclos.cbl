      *                   skipping players already snapshotted.
      *                   Ratings carry across -- a player's strength
      *                   does not reset with the calendar.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and players closed and skipped --
      *                   for the morning operations check, OPSCHK.CBL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeasonHistStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
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

       01 PlayerStatsStatus PIC X(02).
       01 SeasonHistStatus  PIC X(02).
       01 AtEndOfHistory    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT SeasonID FROM ENVIRONMENT "SEASON_ID"
           IF SeasonID EQUAL SPACES
               DISPLAY "SEASON_ID must name the season being closed "
                   "(say 2026-SPR) -- nothing done."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           ACCEPT CloseDate FROM DATE YYYYMMDD
               DISPLAY "Season " SeasonID " was closed on "
                   ControlCloseDate " -- nothing done."
               MOVE 4 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM SnapshotAndReset
               DISPLAY "  Already snapshotted (skipped): "
                   PlayersSkipped
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
                           "close.  Nothing done."
                       MOVE 8 TO RETURN-CODE
                       CLOSE SEASON-HISTORY-FILE
                       PERFORM LogRunControl
                       STOP RUN
                   END-IF
                   ADD 1 TO ClosedCount
           IF PlayerStatsStatus EQUAL "35"
               DISPLAY "No player stats file -- nothing to close."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerStatsStatus NOT EQUAL "00"
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN EXTEND SEASON-HISTORY-FILE
           REWRITE PLAYER-STATS-RECORD
           ADD 1 TO PlayersClosed.

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
               MOVE "SEASCLOS" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "CLOSED" TO RL-COUNT-LABEL(1)
               MOVE PlayersClosed TO RL-COUNT-VALUE(1)
               MOVE "SKIPPED" TO RL-COUNT-LABEL(2)
               MOVE PlayersSkipped TO RL-COUNT-VALUE(2)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM SeasonClose.
