      *                   mid-flight is never touched.  REPLAY.CBL
      *                   reviews an archive when its MOVELOG file
      *                   assignment is repointed at the archive.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and log records read, archived,
      *                   and kept and the games archived -- for the
      *                   morning operations check, OPSCHK.CBL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WorkStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LOG-FILE.
           ==MOVE-LOG-RECORD== BY ==MOVE-WORK-RECORD==
           LEADING ==ML-== BY ==MW-==.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 MoveLogStatus     PIC X(02).
       01 CheckpointStatus  PIC X(02).
       01 ArchiveStatus     PIC X(02).

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT CutoffDate FROM ENVIRONMENT "MLARCH_CUTOFF"
           IF CutoffDate EQUAL SPACES OR CutoffDate IS NOT NUMERIC
               DISPLAY "MLARCH_CUTOFF must be set to a YYYYMMDD "
                   "date -- nothing archived."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadActiveCheckpoint
           PERFORM SurveyGames
           IF GameCount EQUAL 0
               DISPLAY "Move log is empty -- nothing to archive."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM SplitLiveFromArchive
           PERFORM RewriteLiveLog
           PERFORM PrintControlTotals
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
           OPEN INPUT MOVE-LOG-FILE
           IF MoveLogStatus EQUAL "35"
               DISPLAY "No move log found -- nothing to archive."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadOneLogRecord
                   "raise the cutoff and rerun.  Nothing archived."
               MOVE 8 TO RETURN-CODE
               CLOSE MOVE-LOG-FILE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           MOVE ML-DATE TO GA-LAST-DATE(FoundIndex)
               DISPLAY "  Mid-flight game held live: " ActiveGameID
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
               MOVE "MLARCH" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "READ" TO RL-COUNT-LABEL(1)
               MOVE RecordsRead TO RL-COUNT-VALUE(1)
               MOVE "ARCHIVED" TO RL-COUNT-LABEL(2)
               MOVE RecordsArchived TO RL-COUNT-VALUE(2)
               MOVE "KEPT" TO RL-COUNT-LABEL(3)
               MOVE RecordsKept TO RL-COUNT-VALUE(3)
               MOVE "GAMES" TO RL-COUNT-LABEL(4)
               MOVE GamesArchived TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM MoveLogArchive.
