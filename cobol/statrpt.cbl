      *   2026-08-22  KM  Print members' names from the PLAYER-MASTER
      *                   next to their ids; a missing master or an
      *                   id not on it just leaves the name blank.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and the players listed -- for the
      *                   morning operations check, OPSCHK.CBL.
      *   2026-10-15  KM  Honor the members' publication preference
      *                   (PM-PUBLISH): initials only prints initials
      *                   for the name, and a withheld member is left
      *                   off the standings.  The entries masked and
      *                   suppressed are counted at the end of the run.
      *   2026-10-15  KM  A player master that is missing or will not
      *                   open now stops the run with RETURN-CODE 12
      *                   rather than printing without it: with no
      *                   master the publication preferences cannot be
      *                   honored.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT STANDINGS-WORK ASSIGN TO "STDWORK".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-STATS-FILE.
       FD  PLAYER-MASTER-FILE.
       COPY PLYMAST.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       SD  STANDINGS-WORK.
       01  STANDINGS-WORK-RECORD.
           05  SW-RATING                   PIC 9(05) COMP.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 PlayerStatsStatus PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 MasterAvailable   PIC X VALUE 'N'.
       01 SortAtEnd         PIC X VALUE 'N'.
       01 WinPctDisplay     PIC ZZ9.99.
       01 RatingDisplay     PIC ZZZZ9.
       01 StandingsPrinted  PIC 9(05) VALUE 0.

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
           OPEN INPUT PLAYER-STATS-FILE
           IF PlayerStatsStatus EQUAL "35"
               DISPLAY "No player statistics have been recorded yet."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerStatsStatus NOT EQUAL "00"
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 8 TO RETURN-CODE
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
           SORT STANDINGS-WORK ON DESCENDING KEY SW-RATING
               INPUT PROCEDURE IS LoadStandings
               OUTPUT PROCEDURE IS PrintStandings
           IF MasterAvailable EQUAL 'Y'
               CLOSE PLAYER-MASTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Entries masked (initials only): " EntriesMasked
           DISPLAY "Entries suppressed (withheld):  " EntriesSuppressed
           CLOSE PLAYER-STATS-FILE.
           PERFORM LogRunControl
           STOP RUN.

       LoadStandings.
                   CONTINUE
               NOT AT END
                   SET NoStatsFound TO 'N'
                   PERFORM GetStandingName
                   PERFORM CountPublication
                   IF PublishAs NOT EQUAL "W"
                       PERFORM ReleaseOneStanding
                   END-IF
           END-READ.

       ReleaseOneStanding.
           COMPUTE GamesPlayed = PS-WINS + PS-LOSSES + PS-DRAWS
           MOVE PS-PLAYER-ID TO SW-PLAYER-ID
           MOVE StandingName TO SW-NAME
           MOVE PS-WINS      TO SW-WINS
           MOVE PS-LOSSES    TO SW-LOSSES
           MOVE PS-DRAWS     TO SW-DRAWS
           MOVE PS-RATING    TO SW-RATING
           IF GamesPlayed > 0
               COMPUTE SW-PCT ROUNDED =
                   PS-WINS / GamesPlayed
           ELSE
               MOVE 0 TO SW-PCT
           END-IF
           RELEASE STANDINGS-WORK-RECORD.

       PrintStandings.
           IF NoStatsFound EQUAL 'Y'
               DISPLAY " "
               AT END
                   SET SortAtEnd TO 'Y'
               NOT AT END
                   ADD 1 TO StandingsPrinted
                   COMPUTE WinPctDisplay = SW-PCT * 100
                   MOVE SW-RATING TO RatingDisplay
                   DISPLAY SW-PLAYER-ID "  " SW-NAME "  "
      *   The member's name off the PLAYER-MASTER, trimmed to the
      *   report column.  Ids with stats but no master record -- the
      *   "X"/"O" defaults, or phantoms from before roster validation
      *   existed -- print with a blank name.  The member's
      *   publication preference decides what the name column shows,
      *   and whether they are listed at all.
      *----------------------------------------------------------------
       GetStandingName.
           MOVE SPACES TO StandingName
           MOVE "P" TO PublishAs
           IF MasterAvailable EQUAL 'Y'
               MOVE PS-PLAYER-ID TO PM-PLAYER-ID
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
               MOVE "STATRPT" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "PLAYERS" TO RL-COUNT-LABEL(1)
               MOVE StandingsPrinted TO RL-COUNT-VALUE(1)
               MOVE "MASKED" TO RL-COUNT-LABEL(2)
               MOVE EntriesMasked TO RL-COUNT-VALUE(2)
               MOVE "SUPPRESSED" TO RL-COUNT-LABEL(3)
               MOVE EntriesSuppressed TO RL-COUNT-VALUE(3)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM StatsReport.
