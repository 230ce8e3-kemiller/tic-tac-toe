      *                   matrix -- one line per match with the score
      *                   and the winner, so challenge matches read
      *                   as matches and not just loose games.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and games read, pairings, and
      *                   series shown -- for the morning operations
      *                   check, OPSCHK.CBL.
      *   2026-10-15  KM  Honor the members' publication preference
      *                   (PM-PUBLISH): initials only prints initials
      *                   for the name, and a withheld member's id
      *                   prints as WITHHELD with no name, on the
      *                   pairings and the series alike, so the other
      *                   side's record still shows.  The entries
      *                   masked and suppressed are counted at the end
      *                   of the run.
      *   2026-10-15  KM  A player master that is missing or will not
      *                   open now stops the run with RETURN-CODE 12
      *                   rather than printing without it: with no
      *                   master the publication preferences cannot be
      *                   honored.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeriesResultStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       FD  SERIES-RESULT-FILE.
       COPY SERRES.

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
       01 SeriesResultStatus PIC X(02).
       01 NameFound         PIC X(20).
       01 NameOfPlayerA     PIC X(20).
       01 NameOfPlayerB     PIC X(20).
       01 ShownID           PIC X(08).
       01 ShownPlayerA      PIC X(08).
       01 ShownPlayerB      PIC X(08).
       01 ShownWinner       PIC X(08).
       01 AtEndOfResults    PIC X VALUE 'N'.

      * One entry per pairing that has met.  The two ids are stored
       01 LossDisplay       PIC ZZZZ9.
       01 DrawDisplay       PIC ZZZZ9.

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
           OPEN INPUT GAME-RESULT-FILE
           IF GameResultStatus EQUAL "35"
               DISPLAY "No game results have been recorded yet."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadOneResult
               UNTIL AtEndOfResults EQUAL 'Y'
           CLOSE GAME-RESULT-FILE
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
           PERFORM PrintMatchups
           PERFORM PrintMatchSeries
           IF MasterAvailable EQUAL 'Y'
               CLOSE PLAYER-MASTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Entries masked (initials only): " EntriesMasked
           DISPLAY "Entries suppressed (withheld):  " EntriesSuppressed
           PERFORM LogRunControl
           STOP RUN.

       ReadOneResult.

       PrintOneMatchup.
           MOVE MU-PLAYER-A(MatchupIndex) TO NameLookupID
           PERFORM MaskPlayerID
           PERFORM CountInitials
           MOVE NameFound TO NameOfPlayerA
           MOVE ShownID TO ShownPlayerA
           MOVE MU-PLAYER-B(MatchupIndex) TO NameLookupID
           PERFORM MaskPlayerID
           PERFORM CountInitials
           MOVE NameFound TO NameOfPlayerB
           MOVE ShownID TO ShownPlayerB
           MOVE MU-A-WINS(MatchupIndex) TO WinsDisplay
           MOVE MU-B-WINS(MatchupIndex) TO LossDisplay
           MOVE MU-DRAWS(MatchupIndex)  TO DrawDisplay
           DISPLAY ShownPlayerA "  " NameOfPlayerA "  "
               ShownPlayerB "  " NameOfPlayerB "  "
               WinsDisplay "   " LossDisplay "  " DrawDisplay.

      *----------------------------------------------------------------
      * GetPlayerName / MaskPlayerID
      *   The member's name off the PLAYER-MASTER for NameLookupID,
      *   trimmed to the report column; ids with games but no master
      *   record print with a blank name.  MaskPlayerID adds the id
      *   the line may show -- WITHHELD for a member who has asked
      *   to be kept out of published output, counted as suppressed.
      *   CountInitials counts a name the line shows as initials.
      *----------------------------------------------------------------
       GetPlayerName.
           MOVE SPACES TO NameFound
           MOVE "P" TO PublishAs
           IF MasterAvailable EQUAL 'Y'
               MOVE NameLookupID TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ApplyPublication
                       MOVE PublishedName(1:20) TO NameFound
               END-READ
           END-IF.

       MaskPlayerID.
           PERFORM GetPlayerName
           MOVE NameLookupID TO ShownID
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ShownID
               ADD 1 TO EntriesSuppressed
           END-IF.

       CountInitials.
           IF PublishAs EQUAL "I"
               ADD 1 TO EntriesMasked
           END-IF.

      *----------------------------------------------------------------
      * PrintMatchSeries / PrintOneSeries
      *   One line per best-of-N match on SERIES-RESULT-FILE, in the
                   SET AtEndOfSeries TO 'Y'
               NOT AT END
                   ADD 1 TO SeriesShown
                   MOVE SR-PLAYER-1 TO NameLookupID
                   PERFORM MaskPlayerID
                   MOVE ShownID TO ShownPlayerA
                   MOVE SR-PLAYER-2 TO NameLookupID
                   PERFORM MaskPlayerID
                   MOVE ShownID TO ShownPlayerB
                   EVALUATE SR-WINNER
                       WHEN SR-PLAYER-1
                           MOVE ShownPlayerA TO ShownWinner
                       WHEN SR-PLAYER-2
                           MOVE ShownPlayerB TO ShownWinner
                       WHEN OTHER
                           MOVE SR-WINNER TO ShownWinner
                   END-EVALUATE
                   DISPLAY SR-DATE "  " ShownPlayerA "  "
                       ShownPlayerB "  " SR-LENGTH "       "
                       SR-P1-WINS " - " SR-P2-WINS "     "
                       SR-DRAWS "     " ShownWinner
           END-READ.

      *----------------------------------------------------------------
      * ApplyPublication / TakeOneInitial
      *   The member just read off PLAYER-MASTER, as their publication
      *   preference lets a published report show them: PublishedName
      *   is the name, or its initials ("J. Q. P."), or blank for a
      *   member withheld, and PublishAs says which.  A blank
      *   preference is a record from before the field and publishes.
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
               MOVE "MATCHRPT" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "GAMES" TO RL-COUNT-LABEL(1)
               MOVE GamesRead TO RL-COUNT-VALUE(1)
               MOVE "PAIRINGS" TO RL-COUNT-LABEL(2)
               MOVE MatchupCount TO RL-COUNT-VALUE(2)
               MOVE "SERIES" TO RL-COUNT-LABEL(3)
               MOVE SeriesShown TO RL-COUNT-VALUE(3)
               MOVE "SUPPRESSED" TO RL-COUNT-LABEL(4)
               MOVE EntriesSuppressed TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM MatchupReport.
