      *                   GR-DATE/GR-TIME order, so a streak built
      *                   before the week and alive through it still
      *                   counts.
      *   2026-10-15  KM  A void line ResultCorrect writes to the
      *                   ledger (kind "V") still moves the week's
      *                   net ratings -- it takes the game's points
      *                   back -- but is never shown as an upset.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and the week's games, upsets,
      *                   streaks, and new members shown -- for the
      *                   morning operations check, OPSCHK.CBL.
      *   2026-10-15  KM  Honor the members' publication preference
      *                   (PM-PUBLISH).  A member publishing initials
      *                   only is named by initials; a withheld member
      *                   is left out of the streak, mover, busiest,
      *                   and welcome lines -- the next member moves up
      *                   into the top five -- and stands as WITHHELD on
      *                   an upset line.  The entries masked and
      *                   suppressed are shown at the end of the run.
      *   2026-10-15  KM  A player master that is missing or will not
      *                   open now stops the run with RETURN-CODE 12
      *                   rather than printing without it: with no
      *                   master the publication preferences cannot be
      *                   honored.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT WEEK-WORK ASSIGN TO "BLTNWORK".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       COPY BATCHRPT REPLACING
           ==BATCH-REPORT-RECORD== BY ==BULLETIN-RECORD==.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

      * Results travel through the sort in played order, so the
      * streak arithmetic walks the week the way it happened.
       SD  WEEK-WORK.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 RatingLedgerStatus PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 StreaksShown      PIC 9(04) COMP VALUE 0.
       01 NewMembersShown   PIC 9(04) COMP VALUE 0.

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

       01 NameFound         PIC X(20).
       01 ShownWinnerID     PIC X(08).
       01 ShownLoserID      PIC X(08).
       01 OutputLine        PIC X(80).
       01 StreakDisplay     PIC ZZZZ9.
       01 CountDisplay      PIC ZZZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT WantedFromDate FROM ENVIRONMENT "BULLETIN_FROM"
           ACCEPT WantedToDate   FROM ENVIRONMENT "BULLETIN_TO"
           OPEN OUTPUT BULLETIN-FILE
               DISPLAY "BULLETIN-FILE will not open (status "
                   BulletinStatus ") -- stopping."
               MOVE 12 TO RETURN-CODE
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
           PERFORM WriteBulletinHeading
           SORT WEEK-WORK
               ON ASCENDING KEY WW-DATE WW-TIME WW-GAME-ID
           CLOSE BULLETIN-FILE
           DISPLAY "Bulletin written: " GamesThisWeek
               " games in the window."
           DISPLAY "Entries masked (initials only): " EntriesMasked
           DISPLAY "Entries suppressed (withheld):  " EntriesSuppressed
           IF PlayersDropped NOT EQUAL 0
               DISPLAY "Members beyond the table's capacity "
                   "(dropped): " PlayersDropped
           END-IF
           PERFORM LogRunControl
           STOP RUN.

       Emit.
                       FROM WK-NET-RATING(FoundIndex)
               END-IF
               IF LG-KIND NOT EQUAL 'D'
                       AND LG-KIND NOT EQUAL 'V'
                       AND LG-WINNER-BEFORE < LG-LOSER-BEFORE
                   ADD 1 TO UpsetsShown
                   PERFORM MaskUpsetPlayers
                   MOVE LG-WINNER-BEFORE TO RatingDisplay
                   MOVE LG-LOSER-BEFORE  TO RatingDisplay2
                   MOVE SPACES TO OutputLine
                   STRING "  " DELIMITED BY SIZE
                       ShownWinnerID DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       RatingDisplay DELIMITED BY SIZE
                       ") beat " DELIMITED BY SIZE
                       ShownLoserID DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       RatingDisplay2 DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
           END-IF
           PERFORM ReadOneLedgerRecord.

      * An upset is the game's news, not either member's, so it is
      * shown whoever played it -- a withheld member's id just stands
      * as WITHHELD.
       MaskUpsetPlayers.
           MOVE LG-WINNER-ID TO LookupPlayerID
           PERFORM GetPlayerName
           MOVE LG-WINNER-ID TO ShownWinnerID
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ShownWinnerID
               ADD 1 TO EntriesSuppressed
           END-IF
           MOVE LG-LOSER-ID TO LookupPlayerID
           PERFORM GetPlayerName
           MOVE LG-LOSER-ID TO ShownLoserID
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ShownLoserID
               ADD 1 TO EntriesSuppressed
           END-IF.

      *----------------------------------------------------------------
      * WriteStreakSection / WriteOneStreak
      *   Every run of three straight wins still alive when the

       WriteOneStreak.
           IF WK-STREAK(WeekIndex) >= 3
               MOVE WK-PLAYER-ID(WeekIndex) TO LookupPlayerID
               PERFORM GetPlayerName
               PERFORM CountPublication
               IF PublishAs NOT EQUAL "W"
                   ADD 1 TO StreaksShown
                   MOVE WK-STREAK(WeekIndex) TO StreakDisplay
                   MOVE SPACES TO OutputLine
                   STRING "  " DELIMITED BY SIZE
                       WK-PLAYER-ID(WeekIndex) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       NameFound DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       StreakDisplay DELIMITED BY SIZE
                       " straight wins" DELIMITED BY SIZE
                       INTO OutputLine
                   PERFORM Emit
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WriteMoverSection / PickBiggestGainer / PickBiggestFaller /
      * ClearPickedFlags
      *   The five biggest climbs and the five biggest slides of the
      *   week, by net ledger movement.  A withheld member is passed
      *   over without using up a place, so the next one moves up.
      *----------------------------------------------------------------
       WriteMoverSection.
           MOVE "RATING MOVERS" TO OutputLine
       WriteOneMover.
           MOVE WK-PLAYER-ID(BestIndex) TO LookupPlayerID
           PERFORM GetPlayerName
           PERFORM CountPublication
           IF PublishAs EQUAL "W"
               SUBTRACT 1 FROM PickCount
           ELSE
               MOVE WK-NET-RATING(BestIndex) TO NetDisplay
               MOVE SPACES TO OutputLine
               STRING "    " DELIMITED BY SIZE
                   WK-PLAYER-ID(BestIndex) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NameFound DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NetDisplay DELIMITED BY SIZE
                   " points" DELIMITED BY SIZE
                   INTO OutputLine
               PERFORM Emit
           END-IF.

      *----------------------------------------------------------------
      * WriteBusiestSection / PickBusiestPlayer / TestOneBusiest
      *   The five members who played the most recorded games inside
      *   the window, a withheld member passed over as above.
      *----------------------------------------------------------------
       WriteBusiestSection.
           MOVE "BUSIEST MEMBERS" TO OutputLine
               MOVE 'Y' TO WK-PICKED(BestIndex)
               MOVE WK-PLAYER-ID(BestIndex) TO LookupPlayerID
               PERFORM GetPlayerName
               PERFORM CountPublication
               IF PublishAs EQUAL "W"
                   SUBTRACT 1 FROM PickCount
               ELSE
                   MOVE WK-GAMES(BestIndex) TO CountDisplay
                   MOVE SPACES TO OutputLine
                   STRING "  " DELIMITED BY SIZE
                       WK-PLAYER-ID(BestIndex) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       NameFound DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CountDisplay DELIMITED BY SIZE
                       " games" DELIMITED BY SIZE
                       INTO OutputLine
                   PERFORM Emit
               END-IF
           END-IF.

       TestOneBusiest.
           END-IF.

      *----------------------------------------------------------------
      * WriteNewMemberSection / CheckOneNewMember / WelcomeOneMember
      *   Everybody whose join date falls in the window -- the
      *   welcome paragraph writes itself -- save a member withheld.
      *----------------------------------------------------------------
       WriteNewMemberSection.
           MOVE "WELCOME TO OUR NEW MEMBERS" TO OutputLine
                           OR PM-JOIN-DATE NOT < WantedFromDate)
                       AND (WantedToDate EQUAL SPACES
                           OR PM-JOIN-DATE NOT > WantedToDate)
                       PERFORM WelcomeOneMember
                   END-IF
           END-READ.

       WelcomeOneMember.
           PERFORM ApplyPublication
           PERFORM CountPublication
           IF PublishAs NOT EQUAL "W"
               ADD 1 TO NewMembersShown
               MOVE SPACES TO OutputLine
               STRING "  " DELIMITED BY SIZE
                   PM-PLAYER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PublishedName(1:20) DELIMITED BY SIZE
                   "  joined " DELIMITED BY SIZE
                   PM-JOIN-DATE DELIMITED BY SIZE
                   INTO OutputLine
               PERFORM Emit
           END-IF.

      *----------------------------------------------------------------
      * WriteOverflowNote
      *   A week too big for the 500-entry member table loses whoever

      *----------------------------------------------------------------
      * GetPlayerName
      *   The member's name off the PLAYER-MASTER for LookupPlayerID,
      *   as the member allows it published; a missing master or id
      *   just leaves it blank.
      *----------------------------------------------------------------
       GetPlayerName.
           MOVE SPACES TO NameFound
           MOVE "P" TO PublishAs
           IF MasterAvailable EQUAL 'Y'
               MOVE LookupPlayerID TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ApplyPublication
                       MOVE PublishedName(1:20) TO NameFound
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
               MOVE "BULLETIN" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "GAMES" TO RL-COUNT-LABEL(1)
               MOVE GamesThisWeek TO RL-COUNT-VALUE(1)
               MOVE "UPSETS" TO RL-COUNT-LABEL(2)
               MOVE UpsetsShown TO RL-COUNT-VALUE(2)
               MOVE "STREAKS" TO RL-COUNT-LABEL(3)
               MOVE StreaksShown TO RL-COUNT-VALUE(3)
               MOVE "JOINERS" TO RL-COUNT-LABEL(4)
               MOVE NewMembersShown TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM ClubBulletin.
