      *                   results posted through the last ResultPost
      *                   run -- the schedule runs ResultPost after
      *                   the tournament before standings matter.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and roster entries taken and
      *                   rejected and the games played this run
      *                   (RESULTS) -- for the morning operations check,
      *                   OPSCHK.CBL.
      *   2026-10-15  KM  Both sides now play from the club's opening
      *                   book (OPNBOOK.CPY, built by OPNBLD.CBL) when
      *                   there is no line to block or win to take --
      *                   the 3x3 reply with the best record, or an
      *                   untried square when every known reply has
      *                   lost more than it won -- the same rule
      *                   TicTacToe's computer opponent follows.  No
      *                   book plays the first free square as before.
      *   2026-10-15  KM  The final standings honor the members'
      *                   publication preference (PM-PUBLISH): initials
      *                   only for a member who asked for them, and no
      *                   line for a member withheld.  The entries
      *                   masked and suppressed are shown under the
      *                   standings.
      *   2026-10-15  KM  Results are written with GR-PLAYED-BY "T", so
      *                   the integrity sweep knows a game played out
      *                   here has no move log without going by the
      *                   run's times.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

           SELECT STANDINGS-WORK ASSIGN TO "TSTDWORK".

           SELECT OPENING-BOOK-FILE ASSIGN TO "OPNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BookStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-ROSTER-FILE.
       FD  PLAYER-STATS-FILE.
       COPY PLYSTAT.

       FD  OPENING-BOOK-FILE.
       COPY OPNBOOK.

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

       01 RosterStatus      PIC X(02).
       01 PlayerStatsStatus PIC X(02).
       01 GameResultStatus  PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 RosterRejected    PIC 9(03) COMP VALUE 0.
       01 StandingName      PIC X(20).

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
       01 TourneyCkptStatus PIC X(02).

      * Round-robin restart.  A rerun with TOURNEY_RESUME=Y skips
       01 ChosenCell        PIC 9(02) COMP VALUE 0.
       01 CandidateCell     PIC 9(02) COMP.

      * The 3x3 lines of the opening book, in the book's own order --
      * best reply to each position first.  A full table simply stops
      * loading.
       01 BookStatus        PIC X(02).
       01 AtEndOfBook       PIC X VALUE 'N'.
       01 BookTable.
           02 BookEntry OCCURS 1000 TIMES.
               03 BK-MOVER          PIC X.
               03 BK-POSITION       PIC X(09).
               03 BK-REPLY          PIC 9(02) COMP.
               03 BK-SCORE          PIC 9(04) COMP.
       01 BookCount         PIC 9(04) COMP VALUE 0.
       01 BookIndex         PIC 9(04) COMP.
       01 BookFoundIndex    PIC 9(04) COMP.
       01 UntriedCell       PIC 9(02) COMP.
       01 ReplyTried        PIC X.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           OPEN INPUT PLAYER-MASTER-FILE
           IF PlayerMasterStatus EQUAL "35"
               DISPLAY "No player master found -- add members with "
                   "PlayerMaint before running a tournament."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN INPUT PLAYER-ROSTER-FILE
           IF RosterStatus EQUAL "35"
               DISPLAY "No player roster found -- nothing to play."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM LoadRoster
           END-IF
           IF RosterCount < 2
               DISPLAY "Roster needs at least two players."
               PERFORM LogRunControl
               STOP RUN
           END-IF
           ACCEPT RunResume FROM ENVIRONMENT "TOURNEY_RESUME"
           IF RunResume EQUAL "Y"
               PERFORM ResumeTournament
           END-IF
           PERFORM LoadOpeningBook
           PERFORM OpenResultFile
           PERFORM PlayRoundRobin
           PERFORM CloseResultFile
           PERFORM ClearTourneyCheckpoint
           PERFORM PrintTournamentStandings
           CLOSE PLAYER-MASTER-FILE.
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
                               "tournament."
                           MOVE 8 TO RETURN-CODE
                           CLOSE TOURNEY-CHECKPOINT-FILE
                           PERFORM LogRunControl
                           STOP RUN
                       END-IF
               END-READ
      * ComputeNextMove / DetermineOpponentLetter / FindWinningCell /
      * TryCandidateCell / FindFirstFreeCell / TryFreeCell
      *   Block the opponent's winning line if one is open, else take
      *   a winning line of its own, else play from the opening book
      *   (see ConsultOpeningBook), else take the first free square.
      *----------------------------------------------------------------
       ComputeNextMove.
           PERFORM DetermineOpponentLetter
               MOVE CurrentPlayer TO TestLetter
               PERFORM FindWinningCell
           END-IF
           IF ChosenCell EQUAL 0
               PERFORM ConsultOpeningBook
           END-IF
           IF ChosenCell EQUAL 0
               PERFORM FindFirstFreeCell
           END-IF.
               MOVE CandidateCell TO ChosenCell
           END-IF.

      *----------------------------------------------------------------
      * LoadOpeningBook / ReadOneBookEntry / NoteOneBookEntry
      *   Reads the 3x3 lines of the opening book (OPNBOOK.CPY) into
      *   BookTable.  No book file means no book.
      *----------------------------------------------------------------
       LoadOpeningBook.
           OPEN INPUT OPENING-BOOK-FILE
           IF BookStatus EQUAL "00"
               PERFORM ReadOneBookEntry
               PERFORM NoteOneBookEntry
                   UNTIL AtEndOfBook EQUAL 'Y'
               CLOSE OPENING-BOOK-FILE
           END-IF.

       ReadOneBookEntry.
           READ OPENING-BOOK-FILE
               AT END
                   SET AtEndOfBook TO 'Y'
           END-READ.

       NoteOneBookEntry.
           IF OB-BOARD-SIDE EQUAL 3
                   AND OB-REPLY IS NUMERIC
                   AND OB-REPLY > 0 AND OB-REPLY <= 9
                   AND OB-SCORE IS NUMERIC
                   AND BookCount < 1000
               ADD 1 TO BookCount
               MOVE OB-MOVER         TO BK-MOVER(BookCount)
               MOVE OB-POSITION(1:9) TO BK-POSITION(BookCount)
               MOVE OB-REPLY         TO BK-REPLY(BookCount)
               MOVE OB-SCORE         TO BK-SCORE(BookCount)
           END-IF
           PERFORM ReadOneBookEntry.

      *----------------------------------------------------------------
      * ConsultOpeningBook / TestBookReply / FindUntriedCell /
      * TryUntriedCell / TestReplyTried
      *   TicTacToe's book rule: the first reply listed for the board
      *   with CurrentPlayer to move is the best record; when even
      *   that one has scored under half (OB-SCORE below 500), a free
      *   square with no book line from here is taken instead.
      *   Leaves ChosenCell zero when the book has nothing to say.
      *----------------------------------------------------------------
       ConsultOpeningBook.
           MOVE 0 TO BookFoundIndex
           PERFORM TestBookReply
               VARYING BookIndex FROM 1 BY 1
               UNTIL BookIndex > BookCount
                   OR BookFoundIndex NOT EQUAL 0
           IF BookFoundIndex NOT EQUAL 0
               MOVE BK-REPLY(BookFoundIndex) TO ChosenCell
               IF BK-SCORE(BookFoundIndex) < 500
                   PERFORM FindUntriedCell
                   IF UntriedCell NOT EQUAL 0
                       MOVE UntriedCell TO ChosenCell
                   END-IF
               END-IF
           END-IF.

       TestBookReply.
           IF BK-MOVER(BookIndex) EQUAL CurrentPlayer
                   AND BK-POSITION(BookIndex) EQUAL GameBoardValues
                   AND Cell(BK-REPLY(BookIndex)) EQUAL SPACE
               MOVE BookIndex TO BookFoundIndex
           END-IF.

       FindUntriedCell.
           MOVE 0 TO UntriedCell
           PERFORM TryUntriedCell
               VARYING CandidateCell FROM 1 BY 1
               UNTIL CandidateCell > 9
                   OR UntriedCell NOT EQUAL 0.

       TryUntriedCell.
           IF Cell(CandidateCell) EQUAL SPACE
               MOVE 'N' TO ReplyTried
               PERFORM TestReplyTried
                   VARYING BookIndex FROM 1 BY 1
                   UNTIL BookIndex > BookCount
                       OR ReplyTried EQUAL 'Y'
               IF ReplyTried EQUAL 'N'
                   MOVE CandidateCell TO UntriedCell
               END-IF
           END-IF.

       TestReplyTried.
           IF BK-MOVER(BookIndex) EQUAL CurrentPlayer
                   AND BK-REPLY(BookIndex) EQUAL CandidateCell
                   AND BK-POSITION(BookIndex) EQUAL GameBoardValues
               MOVE 'Y' TO ReplyTried
           END-IF.

      *----------------------------------------------------------------
      * AnnounceResult
      *   A one-line result for the session log -- who won, or a draw.
           MOVE SPACES              TO GR-BOARD
           MOVE GameBoardValues     TO GR-BOARD(1:9)
           MOVE "P"                 TO GR-RESULT-TYPE
           MOVE "T"                 TO GR-PLAYED-BY
           WRITE GAME-RESULT-RECORD.

      *----------------------------------------------------------------
                       PS-WINS + PS-LOSSES + PS-DRAWS
                   MOVE PS-PLAYER-ID TO SW-PLAYER-ID
                   PERFORM GetStandingName
                   PERFORM CountPublication
                   MOVE StandingName TO SW-NAME
                   MOVE PS-WINS      TO SW-WINS
                   MOVE PS-LOSSES    TO SW-LOSSES
                   ELSE
                       MOVE 0 TO SW-PCT
                   END-IF
                   IF PublishAs NOT EQUAL "W"
                       RELEASE STANDINGS-WORK-RECORD
                   END-IF
           END-READ.

       PrintStandings.
           DISPLAY "--------  --------------------  ------  ----"
               "  ------  -----  -------"
           PERFORM PrintOneStanding
               UNTIL SortAtEnd EQUAL 'Y'
           DISPLAY " "
           DISPLAY "Entries masked (initials only): " EntriesMasked
           DISPLAY "Entries suppressed (withheld):  " EntriesSuppressed.

       PrintOneStanding.
           RETURN STANDINGS-WORK

      *----------------------------------------------------------------
      * GetStandingName
      *   The member's name off the PLAYER-MASTER as the member allows
      *   it published, trimmed to the report column; every id in
      *   the standings passed roster validation, so a miss only
      *   happens if the master changed mid-run, and prints as a
      *   blank name rather than a failure.
      *----------------------------------------------------------------
       GetStandingName.
           MOVE SPACES TO StandingName
           MOVE "P" TO PublishAs
           MOVE SW-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ApplyPublication
                   MOVE PublishedName(1:20) TO StandingName
           END-READ.

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
               MOVE "TOURNEY" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "ROSTER" TO RL-COUNT-LABEL(1)
               MOVE RosterCount TO RL-COUNT-VALUE(1)
               MOVE "REJECTED" TO RL-COUNT-LABEL(2)
               MOVE RosterRejected TO RL-COUNT-VALUE(2)
               MOVE "RESULTS" TO RL-COUNT-LABEL(3)
               MOVE GamesPlayedThisRun TO RL-COUNT-VALUE(3)
               MOVE "SUPPRESSED" TO RL-COUNT-LABEL(4)
               MOVE EntriesSuppressed TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM Tournament.
