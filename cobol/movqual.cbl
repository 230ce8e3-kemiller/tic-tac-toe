      *                   id back to its GAME-RESULT record; a game
      *                   the result file does not know is tallied
      *                   under its board letter.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and moves analyzed and flagged --
      *                   for the morning operations check, OPSCHK.CBL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameResultStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVE-LOG-FILE.
       FD  GAME-RESULT-FILE.
       COPY GAMERES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 MoveLogStatus     PIC X(02).
       01 GameResultStatus  PIC X(02).
       01 AtEndOfLog        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT WantedGameID   FROM ENVIRONMENT "MOVQUAL_GAME_ID"
           ACCEPT WantedFromDate FROM ENVIRONMENT "MOVQUAL_FROM"
           ACCEPT WantedToDate   FROM ENVIRONMENT "MOVQUAL_TO"
           OPEN INPUT MOVE-LOG-FILE
           IF MoveLogStatus EQUAL "35"
               DISPLAY "No moves have been logged yet."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           DISPLAY " "
               UNTIL AtEndOfLog EQUAL 'Y'
           CLOSE MOVE-LOG-FILE
           PERFORM PrintPlayerTotals
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
               PT-MISSED-WINS(PlayerTotalIndex) "        "
               PT-MISSED-BLOCKS(PlayerTotalIndex).

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
               MOVE "MOVQUAL" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "MOVES" TO RL-COUNT-LABEL(1)
               MOVE MovesAnalyzed TO RL-COUNT-VALUE(1)
               MOVE "FLAGGED" TO RL-COUNT-LABEL(2)
               MOVE MovesFlagged TO RL-COUNT-VALUE(2)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM MoveQuality.
