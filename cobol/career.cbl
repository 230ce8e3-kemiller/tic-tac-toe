      *                   a milestone -- the 100th, 250th, 500th, or
      *                   1000th win -- during the season in progress
      *                   are called out under the table.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and players covered and
      *                   milestones shown -- for the morning operations
      *                   check, OPSCHK.CBL.
      *   2026-10-15  KM  Honor the members' publication preference
      *                   (PM-PUBLISH): initials only prints initials
      *                   for the name, and a withheld member is left
      *                   off the standings and the milestone callouts.
      *                   The entries masked and suppressed are counted
      *                   at the end of the run.
      *   2026-10-15  KM  A player master that is missing or will not
      *                   open now stops the run with RETURN-CODE 12
      *                   rather than printing without it: with no
      *                   master the publication preferences cannot be
      *                   honored.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT STANDINGS-WORK ASSIGN TO "CSTDWORK".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-HISTORY-FILE.
       FD  PLAYER-MASTER-FILE.
       COPY PLYMAST.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       SD  STANDINGS-WORK.
       01  STANDINGS-WORK-RECORD.
           05  SW-WINS                     PIC 9(07) COMP.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 SeasonHistStatus  PIC X(02).
       01 PlayerStatsStatus PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 MilestoneDisplay  PIC ZZZZ9.
       01 MilestonesShown   PIC 9(04) COMP VALUE 0.

      * The member's publication preference (PLYMAST.CPY) as this
      * report applies it: PublishAs "P" the name as on the master,
      * "I" initials only, "W" withheld; and the entries the
      * preferences masked to initials or suppressed, for the
      * secretary to confirm.
       01 PublishAs         PIC X.
       01 PublishedName     PIC X(30).
       01 InitialScan       PIC 9(02) COMP.
       01 InitialPtr        PIC 9(02) COMP.
       01 PreviousChar      PIC X.
       01 EntriesMasked     PIC 9(05) VALUE 0.
       01 EntriesSuppressed PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           PERFORM FoldSeasonHistory
           PERFORM FoldLiveStats
           IF CareerCount EQUAL 0
               DISPLAY "No season history and no live tallies -- "
                   "nothing to report."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF PlayerMasterStatus NOT EQUAL "00"
               DISPLAY "PLAYER-MASTER will not open (status "
                   PlayerMasterStatus ") -- the members' publication "
                   "preferences"
               DISPLAY "cannot be applied.  If the layout changed, "
                   "reload PLYMAST (see PLYMAST.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           SET MasterAvailable TO 'Y'
           SORT STANDINGS-WORK
               ON DESCENDING KEY SW-WINS
               ON ASCENDING KEY SW-LOSSES
           IF MasterAvailable EQUAL 'Y'
               CLOSE PLAYER-MASTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Entries masked (initials only): " EntriesMasked
           DISPLAY "Entries suppressed (withheld):  " EntriesSuppressed
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerStatsStatus EQUAL "35"
               UNTIL CareerIndex > CareerCount.

       LoadOneStanding.
           PERFORM GetStandingName
           PERFORM CountPublication
           IF PublishAs NOT EQUAL "W"
               MOVE CR-PLAYER-ID(CareerIndex) TO SW-PLAYER-ID
               MOVE CR-WINS(CareerIndex)      TO SW-WINS
               MOVE CR-LOSSES(CareerIndex)    TO SW-LOSSES
               MOVE CR-DRAWS(CareerIndex)     TO SW-DRAWS
               MOVE CR-BEST-SEASON(CareerIndex) TO SW-BEST-SEASON
               MOVE CR-BEST-WINS(CareerIndex) TO SW-BEST-WINS
               MOVE StandingName TO SW-NAME
               PERFORM SetMilestone
               MOVE MilestoneWork TO SW-MILESTONE
               RELEASE STANDINGS-WORK-RECORD
           END-IF.

       SetMilestone.
           MOVE 0 TO MilestoneWork
      * GetStandingName
      *   The member's name off the PLAYER-MASTER, trimmed to the
      *   report column; ids with history but no master record print
      *   with a blank name.  The member's publication preference
      *   decides what the name column shows, and whether they are
      *   listed at all.
      *----------------------------------------------------------------
       GetStandingName.
           MOVE SPACES TO StandingName
           MOVE "P" TO PublishAs
           IF MasterAvailable EQUAL 'Y'
               MOVE CR-PLAYER-ID(CareerIndex) TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ApplyPublication
                       MOVE PublishedName(1:20) TO StandingName
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * ApplyPublication / TakeOneInitial / CountPublication
      *   The member just read off PLAYER-MASTER, as their publication
      *   preference lets a published report show them: PublishedName
      *   is the name, or its initials ("J. Q. P."), or blank for a
      *   member withheld, and PublishAs says which.  A blank
      *   preference is a record from before the field and publishes.
      *   CountPublication counts an entry the preference touched.
      *----------------------------------------------------------------
       ApplyPublication.
           MOVE PM-NAME TO PublishedName
           EVALUATE PM-PUBLISH
               WHEN "I"
                   MOVE "I" TO PublishAs
                   MOVE SPACES TO PublishedName
                   MOVE SPACE TO PreviousChar
                   MOVE 1 TO InitialPtr
                   PERFORM TakeOneInitial
                       VARYING InitialScan FROM 1 BY 1
                       UNTIL InitialScan > 30
               WHEN "W"
                   MOVE "W" TO PublishAs
                   MOVE SPACES TO PublishedName
               WHEN OTHER
                   MOVE "P" TO PublishAs
           END-EVALUATE.

       TakeOneInitial.
           IF PM-NAME(InitialScan:1) NOT EQUAL SPACE
                   AND PreviousChar EQUAL SPACE
                   AND InitialPtr < 29
               STRING PM-NAME(InitialScan:1) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   INTO PublishedName WITH POINTER InitialPtr
           END-IF
           MOVE PM-NAME(InitialScan:1) TO PreviousChar.

       CountPublication.
           EVALUATE PublishAs
               WHEN "I"
                   ADD 1 TO EntriesMasked
               WHEN "W"
                   ADD 1 TO EntriesSuppressed
           END-EVALUATE.

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
               MOVE "CAREER" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "PLAYERS" TO RL-COUNT-LABEL(1)
               MOVE CareerCount TO RL-COUNT-VALUE(1)
               MOVE "MILESTONES" TO RL-COUNT-LABEL(2)
               MOVE MilestonesShown TO RL-COUNT-VALUE(2)
               MOVE "MASKED" TO RL-COUNT-LABEL(3)
               MOVE EntriesMasked TO RL-COUNT-VALUE(3)
               MOVE "SUPPRESSED" TO RL-COUNT-LABEL(4)
               MOVE EntriesSuppressed TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM CareerReport.
