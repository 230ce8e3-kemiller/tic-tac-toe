      *                   forfeit is recorded as a fresh game, winner
      *                   as X, empty board.  Return code 8 when the
      *                   ids do not check out; nothing posted.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and the forfeit result written --
      *                   for the morning operations check, OPSCHK.CBL.
      *   2026-10-15  KM  GR-PLAYED-BY is written blank: a forfeit is
      *                   not a TOURNEY or LEAGUE game.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CheckpointStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       FD  CHECKPOINT-FILE.
       COPY CHECKPT.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 GameBankStatus    PIC X(02).
       01 BankGameFound     PIC X VALUE 'N'.
       01 GameIDDate        PIC 9(08).
       01 GameIDTime        PIC 9(08).
       01 ResultsWritten    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT WinnerID     FROM ENVIRONMENT "FORFEIT_WINNER"
           ACCEPT LoserID      FROM ENVIRONMENT "FORFEIT_LOSER"
           ACCEPT WantedGameID FROM ENVIRONMENT "FORFEIT_GAME_ID"
               DISPLAY "FORFEIT_WINNER and FORFEIT_LOSER must both "
                   "name members -- nothing posted."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF WinnerID EQUAL LoserID
               DISPLAY "A member cannot forfeit to themselves -- "
                   "nothing posted."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM CheckBothOnMaster
           PERFORM WriteForfeitResult
           DISPLAY "Forfeit posted: " LoserID " forfeits to "
               WinnerID "  (game " ResultGameID ")."
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
           IF PlayerMasterStatus NOT EQUAL "00"
               DISPLAY "No player master found -- nothing posted."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           MOVE WinnerID TO LookupID
                   "nothing posted."
               MOVE 8 TO RETURN-CODE
               CLOSE PLAYER-MASTER-FILE
               PERFORM LogRunControl
               STOP RUN
           END-IF.

                           MOVE 8 TO RETURN-CODE
                           CLOSE GAME-BANK-FILE
                           CLOSE BANK-WORK-FILE
                           PERFORM LogRunControl
                           STOP RUN
                       END-IF
                   ELSE
           MOVE SPACES          TO GR-BOARD
           MOVE ResultBoard(1:9) TO GR-BOARD(1:9)
           MOVE "F"             TO GR-RESULT-TYPE
           MOVE SPACE           TO GR-PLAYED-BY
           WRITE GAME-RESULT-RECORD
           ADD 1 TO ResultsWritten
           CLOSE GAME-RESULT-FILE.

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
               MOVE "FORFEIT" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "RESULTS" TO RL-COUNT-LABEL(1)
               MOVE ResultsWritten TO RL-COUNT-VALUE(1)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM ForfeitPost.
