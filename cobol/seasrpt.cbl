      *                   most wins, fewest losses breaking a tie --
      *                   and, when SEASON_PLAYER names a member,
      *                   that member's season-by-season record.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and seasons and player lines
      *                   shown -- for the morning operations check,
      *                   OPSCHK.CBL.
      *   2026-10-15  KM  Honor the members' publication preference
      *                   (PM-PUBLISH): a champion publishing initials
      *                   only prints initials, and a withheld one
      *                   prints as WITHHELD with no name; a withheld
      *                   SEASON_PLAYER's record is not printed.  The
      *                   entries masked and suppressed are counted at
      *                   the end of the run.
      *   2026-10-15  KM  A player master that is missing or will not
      *                   open now stops the run with RETURN-CODE 12
      *                   rather than printing without it: with no
      *                   master the publication preferences cannot be
      *                   honored.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PlayerMasterStatus.

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

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 SeasonHistStatus  PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 MasterAvailable   PIC X VALUE 'N'.
      * When set, this member's line from every season is printed
      * ahead of the champions table.
       01 WantedPlayerID    PIC X(08) VALUE SPACES.
       01 WantedWithheld    PIC X VALUE 'N'.
       01 PlayerLinesShown  PIC 9(04) COMP VALUE 0.

      * One entry per season seen, carrying the best record so far;

       01 NameLookupID      PIC X(08).
       01 NameFound         PIC X(20).
       01 ChampionID        PIC X(08).
       01 WinsDisplay       PIC ZZZZ9.
       01 LossDisplay       PIC ZZZZ9.
       01 DrawDisplay       PIC ZZZZ9.
       01 RatingDisplay     PIC ZZZZ9.

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
           ACCEPT WantedPlayerID FROM ENVIRONMENT "SEASON_PLAYER"
           OPEN INPUT SEASON-HISTORY-FILE
           IF SeasonHistStatus EQUAL "35"
               DISPLAY "No seasons have been closed yet."
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
           IF WantedPlayerID NOT EQUAL SPACES
               MOVE WantedPlayerID TO NameLookupID
               PERFORM GetPlayerName
               IF PublishAs EQUAL "W"
                   MOVE 'Y' TO WantedWithheld
                   ADD 1 TO EntriesSuppressed
               END-IF
               DISPLAY " "
               DISPLAY "SEASON RECORD FOR " WantedPlayerID
               IF WantedWithheld EQUAL 'Y'
                   DISPLAY "  (this member's record is withheld "
                       "from publication)"
               ELSE
                   DISPLAY "SEASON    WINS   LOSSES  DRAWS  RATING"
                   DISPLAY "--------  -----  ------  -----  ------"
               END-IF
           END-IF
           PERFORM ReadOneHistoryRecord
           PERFORM FoldOneHistoryRecord
               UNTIL AtEndOfHistory EQUAL 'Y'
           CLOSE SEASON-HISTORY-FILE
           IF WantedPlayerID NOT EQUAL SPACES
                   AND WantedWithheld EQUAL 'N'
                   AND PlayerLinesShown EQUAL 0
               DISPLAY "  (no closed seasons for this member)"
           END-IF
           IF MasterAvailable EQUAL 'Y'
               CLOSE PLAYER-MASTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Entries masked (initials only): " EntriesMasked
           DISPLAY "Entries suppressed (withheld):  " EntriesSuppressed
           PERFORM LogRunControl
           STOP RUN.

       ReadOneHistoryRecord.
       FoldOneHistoryRecord.
           IF SH-PLAYER-ID NOT EQUAL "*SEASON*"
               AND SH-PLAYER-ID EQUAL WantedPlayerID
               AND WantedWithheld EQUAL 'N'
               ADD 1 TO PlayerLinesShown
               MOVE SH-WINS   TO WinsDisplay
               MOVE SH-LOSSES TO LossDisplay
      *----------------------------------------------------------------
      * PrintChampions / PrintOneChampion / GetPlayerName
      *   One line per closed season, in the order the seasons were
      *   closed.  A champion keeps the title whatever their
      *   publication preference; a withheld one is shown only as
      *   WITHHELD.
      *----------------------------------------------------------------
       PrintChampions.
           IF SeasonsDropped NOT EQUAL 0
       PrintOneChampion.
           MOVE SE-CHAMP-ID(SeasonIndex) TO NameLookupID
           PERFORM GetPlayerName
           PERFORM CountPublication
           MOVE SE-CHAMP-ID(SeasonIndex) TO ChampionID
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ChampionID
           END-IF
           MOVE SE-CHAMP-WINS(SeasonIndex)   TO WinsDisplay
           MOVE SE-CHAMP-LOSSES(SeasonIndex) TO LossDisplay
           DISPLAY SE-SEASON-ID(SeasonIndex) "  "
               SE-CLOSE-DATE(SeasonIndex) "  "
               ChampionID "  " NameFound "  "
               WinsDisplay "  " LossDisplay.

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
               MOVE "SEASRPT" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "SEASONS" TO RL-COUNT-LABEL(1)
               MOVE SeasonCount TO RL-COUNT-VALUE(1)
               MOVE "LINES" TO RL-COUNT-LABEL(2)
               MOVE PlayerLinesShown TO RL-COUNT-VALUE(2)
               MOVE "MASKED" TO RL-COUNT-LABEL(3)
               MOVE EntriesMasked TO RL-COUNT-VALUE(3)
               MOVE "SUPPRESSED" TO RL-COUNT-LABEL(4)
               MOVE EntriesSuppressed TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM SeasonReport.
