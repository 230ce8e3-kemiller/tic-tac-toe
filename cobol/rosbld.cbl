       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RosterBuild.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  Builds the PLAYER-ROSTER a
      *                   TOURNEY or LEAGUE run plays from, out of the
      *                   event's sign-ups, instead of the roster being
      *                   typed by hand.  The event comes off EVENT-FILE
      *                   (EVENTS.CPY): ROSTER_EVENT names it, or else
      *                   the next event dated today or later is built.
      *                   Its sign-ups (EVENTRY.CPY) are judged in
      *                   sign-up order -- entry date, then the order
      *                   keyed -- against PLAYER-MASTER (on file and
      *                   active) and PLAYER-STATS (the event's minimum
      *                   rating); the first to pass, up to the entry
      *                   cap (never more than the 40 TOURNEY and LEAGUE
      *                   hold), are confirmed and the rest waitlisted.
      *                   A keyed withdrawal gives up the member's place
      *                   and the waitlist moves up.  The sign-ups are
      *                   written back with their statuses, the roster
      *                   is written in sign-up order, and the confirmed
      *                   list and waitlist print as a notice for the
      *                   members.  Return code 4 when a sign-up was
      *                   refused, 8 when the roster could not be built.
      *   2026-10-15  KM  The notice honors the members' publication
      *                   preference (PM-PUBLISH): a member publishing
      *                   initials only is named by initials, a withheld
      *                   member's confirmed or waitlisted place shows
      *                   WITHHELD in place of the id, with no name, and
      *                   a withheld member's withdrawal is not listed.
      *                   The refusals stay in full for the secretary.
      *                   The entries masked and suppressed are added
      *                   to the control totals.
      *   2026-10-15  KM  A player master or entry file that is there
      *                   but will not open now stops the run with
      *                   RETURN-CODE 12 before anything is written;
      *                   only a missing entry file is an event nobody
      *                   has signed up for.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EventStatus.

           SELECT EVENT-ENTRY-FILE ASSIGN TO "EVENTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EntryStatus.

           SELECT PLAYER-ROSTER-FILE ASSIGN TO "PLYROSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RosterStatus.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PlayerMasterStatus.

           SELECT PLAYER-STATS-FILE ASSIGN TO "PLYSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-PLAYER-ID
               FILE STATUS IS PlayerStatsStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       COPY EVENTS.

       FD  EVENT-ENTRY-FILE.
       COPY EVENTRY.

       FD  PLAYER-ROSTER-FILE.
       COPY PLYROSTR.

       FD  PLAYER-MASTER-FILE.
       COPY PLYMAST.

       FD  PLAYER-STATS-FILE.
       COPY PLYSTAT.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 EventStatus       PIC X(02).
       01 EntryStatus       PIC X(02).
       01 RosterStatus      PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 PlayerStatsStatus PIC X(02).
       01 AtEndOfEvents     PIC X VALUE 'N'.
       01 AtEndOfEntries    PIC X VALUE 'N'.
       01 StatsOnFile       PIC X VALUE 'Y'.

      * The event being built: named by ROSTER_EVENT, or the first
      * one dated today or later.
       01 RunDate           PIC 9(08).
       01 EventWanted       PIC X(08) VALUE SPACES.
       01 EventFound        PIC X VALUE 'N'.
       01 EventsRead        PIC 9(05) VALUE 0.
       01 EventID           PIC X(08).
       01 EventType         PIC X.
       01 EventDate         PIC 9(08) VALUE 0.
       01 EventCap          PIC 9(03).
       01 EventMinRating    PIC 9(05).
       01 EventTitle        PIC X(30).
       01 EventTypeText     PIC X(24).

      * Every sign-up on the file, for every event, in the order
      * keyed -- the whole file is written back.  EE-OLD-STATUS is
      * the status it came in with; EE-STATUS the one it leaves with,
      * "D" for a keyed withdrawal folded into the member's sign-up
      * and not written back.
       01 EntryTable.
           02 EntryEntry OCCURS 2000 TIMES.
               03 EE-EVENT-ID       PIC X(08).
               03 EE-PLAYER-ID      PIC X(08).
               03 EE-ENTRY-DATE     PIC 9(08).
               03 EE-OLD-STATUS     PIC X.
               03 EE-STATUS         PIC X.
               03 EE-REASON         PIC X(02).
       01 EntryCount        PIC 9(04) COMP VALUE 0.
       01 EntryIndex        PIC 9(04) COMP.
       01 OtherIndex        PIC 9(04) COMP.
       01 EntryFound        PIC 9(04) COMP.

      * The event's sign-ups still standing, as entry-table
      * subscripts in sign-up order: entry date, ties in the order
      * keyed.
       01 OrderTable.
           02 OrderEntry OCCURS 2000 TIMES PIC 9(04) COMP.
       01 OrderCount        PIC 9(04) COMP VALUE 0.
       01 OrderIndex        PIC 9(04) COMP.
       01 InsertAt          PIC 9(04) COMP.
       01 NewEntryDate      PIC 9(08).

      * A sign-up being judged.
       01 RefuseReason      PIC X(02).
       01 EntrantRating     PIC S9(06) COMP.
       01 ReasonText        PIC X(32).
       01 PromotedText      PIC X(16).
       01 ShownID           PIC X(08).

      * Report working fields.
       01 PlaceNumber       PIC 9(03) COMP.
       01 PlaceDisplay      PIC ZZ9.
       01 CapDisplay        PIC ZZ9.
       01 MinRatingDisplay  PIC ZZZZ9.

      * Control totals.
       01 EntriesRead       PIC 9(05) VALUE 0.
       01 EventEntries      PIC 9(05) VALUE 0.
       01 EntriesWithdrawn  PIC 9(05) VALUE 0.
       01 EntriesConfirmed  PIC 9(05) VALUE 0.
       01 EntriesPromoted   PIC 9(05) VALUE 0.
       01 EntriesWaitlisted PIC 9(05) VALUE 0.
       01 EntriesRefused    PIC 9(05) VALUE 0.
       01 RosterWritten     PIC 9(05) VALUE 0.

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
           PERFORM ChooseEvent
           OPEN INPUT PLAYER-MASTER-FILE
           IF PlayerMasterStatus EQUAL "35"
               DISPLAY "No player master found -- add members with "
                   "PlayerMaint before building a roster."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerMasterStatus NOT EQUAL "00"
               DISPLAY "PLAYER-MASTER will not open (status "
                   PlayerMasterStatus ") -- if the layout changed, "
                   "reload PLYMAST (see PLYMAST.CPY).  Stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM OpenPlayerStats
           PERFORM LoadEntries
           PERFORM FoldWithdrawals
               VARYING EntryIndex FROM 1 BY 1
               UNTIL EntryIndex > EntryCount
           PERFORM PlaceInSignUpOrder
               VARYING EntryIndex FROM 1 BY 1
               UNTIL EntryIndex > EntryCount
           PERFORM JudgeOneEntry
               VARYING OrderIndex FROM 1 BY 1
               UNTIL OrderIndex > OrderCount
           PERFORM WriteRoster
           PERFORM RewriteEntries
           PERFORM PrintNotice
           PERFORM PrintRefusals
           CLOSE PLAYER-MASTER-FILE
           IF StatsOnFile EQUAL 'Y'
               CLOSE PLAYER-STATS-FILE
           END-IF
           PERFORM PrintControlTotals
           IF EntriesRefused NOT EQUAL 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * ChooseEvent / ReadOneEvent / TestOneEvent / TakeEvent
      *   The event to build.  ROSTER_EVENT names it outright -- a
      *   roster can be rebuilt for an event already played that way
      *   -- and with no name the earliest event dated today or later
      *   is taken.  No event, or an event of a type neither TOURNEY
      *   nor LEAGUE runs, refuses the run with nothing changed.  The
      *   cap is held to the 40 both programs' roster tables take.
      *----------------------------------------------------------------
       ChooseEvent.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT EventWanted FROM ENVIRONMENT "ROSTER_EVENT"
           OPEN INPUT EVENT-FILE
           IF EventStatus NOT EQUAL "00"
               DISPLAY "No event file found -- key the event into "
                   "EVENTS before building its roster."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadOneEvent
           PERFORM TestOneEvent
               UNTIL AtEndOfEvents EQUAL 'Y'
           CLOSE EVENT-FILE
           IF EventFound EQUAL 'N'
               IF EventWanted NOT EQUAL SPACES
                   DISPLAY "Event " EventWanted " is not on the "
                       "event file.  Nothing changed."
               ELSE
                   DISPLAY "No event dated " RunDate " or later is "
                       "on the event file.  Nothing changed."
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           EVALUATE EventType
               WHEN "T"
                   MOVE "ROUND-ROBIN TOURNAMENT" TO EventTypeText
               WHEN "L"
                   MOVE "LEAGUE" TO EventTypeText
               WHEN OTHER
                   DISPLAY "Event " EventID " has type '" EventType
                       "' -- expected T (TOURNEY) or L (LEAGUE).  "
                       "Nothing changed."
                   MOVE 8 TO RETURN-CODE
                   PERFORM LogRunControl
                   STOP RUN
           END-EVALUATE
           IF EventCap EQUAL 0 OR EventCap > 40
               MOVE 40 TO EventCap
           END-IF.

       ReadOneEvent.
           READ EVENT-FILE
               AT END
                   SET AtEndOfEvents TO 'Y'
           END-READ.

       TestOneEvent.
           ADD 1 TO EventsRead
           IF EventWanted NOT EQUAL SPACES
               IF EV-EVENT-ID EQUAL EventWanted
                   PERFORM TakeEvent
               END-IF
           ELSE
               IF EV-DATE NOT < RunDate
                   IF EventFound EQUAL 'N' OR EV-DATE < EventDate
                       PERFORM TakeEvent
                   END-IF
               END-IF
           END-IF
           PERFORM ReadOneEvent.

       TakeEvent.
           MOVE 'Y'           TO EventFound
           MOVE EV-EVENT-ID   TO EventID
           MOVE EV-TYPE       TO EventType
           MOVE EV-DATE       TO EventDate
           MOVE EV-ENTRY-CAP  TO EventCap
           MOVE EV-MIN-RATING TO EventMinRating
           MOVE EV-TITLE      TO EventTitle.

      *----------------------------------------------------------------
      * OpenPlayerStats
      *   PLAYER-STATS, for the minimum-rating test.  No file yet
      *   means nobody has a game on record, so everyone stands at the
      *   1500 every new member starts on.
      *----------------------------------------------------------------
       OpenPlayerStats.
           OPEN INPUT PLAYER-STATS-FILE
           IF PlayerStatsStatus NOT EQUAL "00"
                   AND PlayerStatsStatus NOT EQUAL "35"
               DISPLAY "PLAYER-STATS will not open (status "
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               CLOSE PLAYER-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerStatsStatus EQUAL "35"
               MOVE 'N' TO StatsOnFile
           END-IF.

      *----------------------------------------------------------------
      * LoadEntries / ReadOneEntry / StoreOneEntry
      *   Every sign-up on the file.  More than the table holds
      *   refuses the run before anything is written, since writing
      *   back part of the file would lose sign-ups.  No file is an
      *   event nobody has signed up for; a file that is there but
      *   will not open stops the run, since rewriting it from
      *   nothing would lose every sign-up on it.
      *----------------------------------------------------------------
       LoadEntries.
           OPEN INPUT EVENT-ENTRY-FILE
           IF EntryStatus EQUAL "00"
               PERFORM ReadOneEntry
               PERFORM StoreOneEntry
                   UNTIL AtEndOfEntries EQUAL 'Y'
               CLOSE EVENT-ENTRY-FILE
           ELSE
               IF EntryStatus NOT EQUAL "35"
                   DISPLAY "EVENT-ENTRY will not open (status "
                       EntryStatus ") -- refusing to run.  "
                       "Nothing changed."
                   CLOSE PLAYER-MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   PERFORM LogRunControl
                   STOP RUN
               END-IF
           END-IF.

       ReadOneEntry.
           READ EVENT-ENTRY-FILE
               AT END
                   SET AtEndOfEntries TO 'Y'
           END-READ.

       StoreOneEntry.
           IF EntryCount EQUAL 2000
               DISPLAY "More than 2000 sign-ups on the entry file -- "
                   "refusing to run.  Nothing changed."
               CLOSE EVENT-ENTRY-FILE
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           ADD 1 TO EntryCount
           ADD 1 TO EntriesRead
           MOVE EN-EVENT-ID   TO EE-EVENT-ID(EntryCount)
           MOVE EN-PLAYER-ID  TO EE-PLAYER-ID(EntryCount)
           MOVE EN-ENTRY-DATE TO EE-ENTRY-DATE(EntryCount)
           MOVE EN-STATUS     TO EE-OLD-STATUS(EntryCount)
           MOVE EN-STATUS     TO EE-STATUS(EntryCount)
           MOVE EN-REASON     TO EE-REASON(EntryCount)
           IF EN-EVENT-ID EQUAL EventID
               ADD 1 TO EventEntries
           END-IF
           PERFORM ReadOneEntry.

      *----------------------------------------------------------------
      * FoldWithdrawals / WithdrawEarlierEntry
      *   A withdrawal is keyed as a fresh "X" record for the member.
      *   Every sign-up the member made for the event before it is
      *   marked withdrawn -- their place goes to the waitlist -- and
      *   the keyed record itself is folded away.  One with nothing
      *   before it to withdraw stays on file as it was keyed.
      *----------------------------------------------------------------
       FoldWithdrawals.
           IF EE-EVENT-ID(EntryIndex) EQUAL EventID
                   AND EE-STATUS(EntryIndex) EQUAL "X"
               MOVE 0 TO EntryFound
               PERFORM WithdrawEarlierEntry
                   VARYING OtherIndex FROM 1 BY 1
                   UNTIL OtherIndex NOT < EntryIndex
               IF EntryFound NOT EQUAL 0
                   MOVE "D" TO EE-STATUS(EntryIndex)
               END-IF
           END-IF.

       WithdrawEarlierEntry.
           IF EE-EVENT-ID(OtherIndex) EQUAL EventID
                   AND EE-PLAYER-ID(OtherIndex)
                       EQUAL EE-PLAYER-ID(EntryIndex)
                   AND EE-STATUS(OtherIndex) NOT EQUAL "X"
                   AND EE-STATUS(OtherIndex) NOT EQUAL "D"
               MOVE "X"    TO EE-STATUS(OtherIndex)
               MOVE SPACES TO EE-REASON(OtherIndex)
               MOVE OtherIndex TO EntryFound
               ADD 1 TO EntriesWithdrawn
           END-IF.

      *----------------------------------------------------------------
      * PlaceInSignUpOrder / FindInsertPoint / TestInsertPoint /
      * ShiftOneOrderEntry
      *   Every standing sign-up for the event goes into OrderTable
      *   ahead of the first one dated later than it, so equal dates
      *   keep the order they were keyed in.  Each is judged afresh,
      *   so its status is cleared here.
      *----------------------------------------------------------------
       PlaceInSignUpOrder.
           IF EE-EVENT-ID(EntryIndex) EQUAL EventID
                   AND EE-STATUS(EntryIndex) NOT EQUAL "X"
                   AND EE-STATUS(EntryIndex) NOT EQUAL "D"
               MOVE SPACES TO EE-STATUS(EntryIndex)
               MOVE SPACES TO EE-REASON(EntryIndex)
               MOVE EE-ENTRY-DATE(EntryIndex) TO NewEntryDate
               PERFORM FindInsertPoint
               PERFORM ShiftOneOrderEntry
                   VARYING OrderIndex FROM OrderCount BY -1
                   UNTIL OrderIndex < InsertAt
               MOVE EntryIndex TO OrderEntry(InsertAt)
               ADD 1 TO OrderCount
           END-IF.

       FindInsertPoint.
           MOVE 0 TO InsertAt
           PERFORM TestInsertPoint
               VARYING OrderIndex FROM 1 BY 1
               UNTIL OrderIndex > OrderCount
                   OR InsertAt NOT EQUAL 0
           IF InsertAt EQUAL 0
               COMPUTE InsertAt = OrderCount + 1
           END-IF.

       TestInsertPoint.
           IF EE-ENTRY-DATE(OrderEntry(OrderIndex)) > NewEntryDate
               MOVE OrderIndex TO InsertAt
           END-IF.

       ShiftOneOrderEntry.
           MOVE OrderEntry(OrderIndex) TO OrderEntry(OrderIndex + 1).

      *----------------------------------------------------------------
      * JudgeOneEntry / FindAcceptedEntry / TestAcceptedEntry /
      * CheckEntrantRating
      *   Each standing sign-up in sign-up order: refused if the
      *   member is not on PLAYER-MASTER or not active, is rated below
      *   the event's minimum, has already been taken, or signed up
      *   after the event date; otherwise confirmed while places are
      *   left and waitlisted once they are gone.  A waitlisted member
      *   now confirmed was moved up by a withdrawal or a refusal.
      *----------------------------------------------------------------
       JudgeOneEntry.
           MOVE OrderEntry(OrderIndex) TO EntryIndex
           MOVE SPACES TO RefuseReason
           MOVE EE-PLAYER-ID(EntryIndex) TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE "01" TO RefuseReason
           END-READ
           IF RefuseReason EQUAL SPACES AND PM-STATUS NOT EQUAL "A"
               MOVE "02" TO RefuseReason
           END-IF
           IF RefuseReason EQUAL SPACES AND EventMinRating > 0
               PERFORM CheckEntrantRating
               IF EntrantRating < EventMinRating
                   MOVE "03" TO RefuseReason
               END-IF
           END-IF
           IF RefuseReason EQUAL SPACES
               PERFORM FindAcceptedEntry
               IF EntryFound NOT EQUAL 0
                   MOVE "04" TO RefuseReason
               END-IF
           END-IF
           IF RefuseReason EQUAL SPACES
                   AND EE-ENTRY-DATE(EntryIndex) > EventDate
               MOVE "05" TO RefuseReason
           END-IF
           EVALUATE TRUE
               WHEN RefuseReason NOT EQUAL SPACES
                   MOVE "R" TO EE-STATUS(EntryIndex)
                   MOVE RefuseReason TO EE-REASON(EntryIndex)
                   ADD 1 TO EntriesRefused
               WHEN EntriesConfirmed < EventCap
                   MOVE "C" TO EE-STATUS(EntryIndex)
                   ADD 1 TO EntriesConfirmed
                   IF EE-OLD-STATUS(EntryIndex) EQUAL "W"
                       ADD 1 TO EntriesPromoted
                   END-IF
               WHEN OTHER
                   MOVE "W" TO EE-STATUS(EntryIndex)
                   ADD 1 TO EntriesWaitlisted
           END-EVALUATE.

       FindAcceptedEntry.
           MOVE 0 TO EntryFound
           PERFORM TestAcceptedEntry
               VARYING OtherIndex FROM 1 BY 1
               UNTIL OtherIndex > EntryCount
                   OR EntryFound NOT EQUAL 0.

       TestAcceptedEntry.
           IF EE-EVENT-ID(OtherIndex) EQUAL EventID
                   AND EE-PLAYER-ID(OtherIndex)
                       EQUAL EE-PLAYER-ID(EntryIndex)
               IF EE-STATUS(OtherIndex) EQUAL "C"
                       OR EE-STATUS(OtherIndex) EQUAL "W"
                   MOVE OtherIndex TO EntryFound
               END-IF
           END-IF.

      * A stats record with no rating yet is reckoned from its
      * win/loss history as RESPOST seeds it the next time a game
      * touches it; no record at all is a new member's 1500.
       CheckEntrantRating.
           MOVE 1500 TO EntrantRating
           IF StatsOnFile EQUAL 'Y'
               MOVE EE-PLAYER-ID(EntryIndex) TO PS-PLAYER-ID
               READ PLAYER-STATS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PS-RATING NOT EQUAL 0
                           MOVE PS-RATING TO EntrantRating
                       ELSE
                           COMPUTE EntrantRating =
                               1500 + (PS-WINS * 10) - (PS-LOSSES * 10)
                           IF EntrantRating < 1000
                               MOVE 1000 TO EntrantRating
                           END-IF
                           IF EntrantRating > 2000
                               MOVE 2000 TO EntrantRating
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * WriteRoster / WriteOneRosterEntry / RewriteEntries /
      * WriteOneEntry
      *   The roster the event runs from -- the confirmed entrants in
      *   sign-up order -- and the sign-up file as this build leaves
      *   it, every event's sign-ups in the order keyed, less the
      *   withdrawals folded in.
      *----------------------------------------------------------------
       WriteRoster.
           OPEN OUTPUT PLAYER-ROSTER-FILE
           PERFORM WriteOneRosterEntry
               VARYING OrderIndex FROM 1 BY 1
               UNTIL OrderIndex > OrderCount
           CLOSE PLAYER-ROSTER-FILE.

       WriteOneRosterEntry.
           MOVE OrderEntry(OrderIndex) TO EntryIndex
           IF EE-STATUS(EntryIndex) EQUAL "C"
               MOVE EE-PLAYER-ID(EntryIndex) TO RS-PLAYER-ID
               WRITE PLAYER-ROSTER-RECORD
               ADD 1 TO RosterWritten
           END-IF.

       RewriteEntries.
           OPEN OUTPUT EVENT-ENTRY-FILE
           PERFORM WriteOneEntry
               VARYING EntryIndex FROM 1 BY 1
               UNTIL EntryIndex > EntryCount
           CLOSE EVENT-ENTRY-FILE.

       WriteOneEntry.
           IF EE-STATUS(EntryIndex) NOT EQUAL "D"
               MOVE EE-EVENT-ID(EntryIndex)   TO EN-EVENT-ID
               MOVE EE-PLAYER-ID(EntryIndex)  TO EN-PLAYER-ID
               MOVE EE-ENTRY-DATE(EntryIndex) TO EN-ENTRY-DATE
               MOVE EE-STATUS(EntryIndex)     TO EN-STATUS
               MOVE EE-REASON(EntryIndex)     TO EN-REASON
               WRITE EVENT-ENTRY-RECORD
           END-IF.

      *----------------------------------------------------------------
      * PrintNotice / PrintOneConfirmed / PrintOneWaitlisted /
      * PrintOneWithdrawal / LookupMemberName
      *   The notice for the members: the event, everyone confirmed
      *   in sign-up order with those moved up off the waitlist
      *   marked, the waitlist in the order places will be offered,
      *   and who has withdrawn since the last notice -- each member
      *   shown as the member allows it published.
      *----------------------------------------------------------------
       PrintNotice.
           MOVE EventCap TO CapDisplay
           DISPLAY "EVENT SIGN-UP NOTICE  " RunDate
           DISPLAY " "
           DISPLAY "  " EventID "  " EventTitle
           DISPLAY "  " EventTypeText "  played " EventDate
               "  places " CapDisplay
           IF EventMinRating EQUAL 0
               DISPLAY "  Open to every active member."
           ELSE
               MOVE EventMinRating TO MinRatingDisplay
               DISPLAY "  Minimum rating " MinRatingDisplay "."
           END-IF
           DISPLAY " "
           DISPLAY "CONFIRMED"
           DISPLAY "   NO  MEMBER    NAME                            "
               "SIGNED UP"
           MOVE 0 TO PlaceNumber
           PERFORM PrintOneConfirmed
               VARYING OrderIndex FROM 1 BY 1
               UNTIL OrderIndex > OrderCount
           IF EntriesConfirmed EQUAL 0
               DISPLAY "  Nobody yet."
           END-IF
           DISPLAY " "
           DISPLAY "WAITLIST"
           DISPLAY "   NO  MEMBER    NAME                            "
               "SIGNED UP"
           MOVE 0 TO PlaceNumber
           PERFORM PrintOneWaitlisted
               VARYING OrderIndex FROM 1 BY 1
               UNTIL OrderIndex > OrderCount
           IF EntriesWaitlisted EQUAL 0
               DISPLAY "  None."
           END-IF
           DISPLAY " "
           DISPLAY "WITHDRAWN SINCE THE LAST NOTICE"
           PERFORM PrintOneWithdrawal
               VARYING EntryIndex FROM 1 BY 1
               UNTIL EntryIndex > EntryCount
           IF EntriesWithdrawn EQUAL 0
               DISPLAY "  None."
           END-IF.

       PrintOneConfirmed.
           MOVE OrderEntry(OrderIndex) TO EntryIndex
           IF EE-STATUS(EntryIndex) EQUAL "C"
               ADD 1 TO PlaceNumber
               MOVE PlaceNumber TO PlaceDisplay
               MOVE SPACES TO PromotedText
               IF EE-OLD-STATUS(EntryIndex) EQUAL "W"
                   MOVE "(FROM WAITLIST)" TO PromotedText
               END-IF
               PERFORM LookupMemberName
               PERFORM CountPublication
               DISPLAY "  " PlaceDisplay "  " ShownID
                   "  " PublishedName "  " EE-ENTRY-DATE(EntryIndex)
                   "  " PromotedText
           END-IF.

       PrintOneWaitlisted.
           MOVE OrderEntry(OrderIndex) TO EntryIndex
           IF EE-STATUS(EntryIndex) EQUAL "W"
               ADD 1 TO PlaceNumber
               MOVE PlaceNumber TO PlaceDisplay
               PERFORM LookupMemberName
               PERFORM CountPublication
               DISPLAY "  " PlaceDisplay "  " ShownID
                   "  " PublishedName "  " EE-ENTRY-DATE(EntryIndex)
           END-IF.

       PrintOneWithdrawal.
           IF EE-EVENT-ID(EntryIndex) EQUAL EventID
                   AND EE-STATUS(EntryIndex) EQUAL "X"
                   AND EE-OLD-STATUS(EntryIndex) NOT EQUAL "X"
               PERFORM LookupMemberName
               PERFORM CountPublication
               IF PublishAs NOT EQUAL "W"
                   DISPLAY "       " EE-PLAYER-ID(EntryIndex) "  "
                       PublishedName
               END-IF
           END-IF.

       LookupMemberName.
           MOVE "P" TO PublishAs
           MOVE SPACES TO PublishedName
           MOVE EE-PLAYER-ID(EntryIndex) TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-NAME
               NOT INVALID KEY
                   PERFORM ApplyPublication
           END-READ
           MOVE EE-PLAYER-ID(EntryIndex) TO ShownID
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ShownID
           END-IF.

      *----------------------------------------------------------------
      * PrintRefusals / PrintOneRefusal
      *   For the secretary: the sign-ups not taken, and why.
      *----------------------------------------------------------------
       PrintRefusals.
           DISPLAY " "
           DISPLAY "SIGN-UPS REFUSED"
           PERFORM PrintOneRefusal
               VARYING OrderIndex FROM 1 BY 1
               UNTIL OrderIndex > OrderCount
           IF EntriesRefused EQUAL 0
               DISPLAY "  None."
           END-IF.

       PrintOneRefusal.
           MOVE OrderEntry(OrderIndex) TO EntryIndex
           IF EE-STATUS(EntryIndex) EQUAL "R"
               EVALUATE EE-REASON(EntryIndex)
                   WHEN "01"
                       MOVE "not on the player master" TO ReasonText
                   WHEN "02"
                       MOVE "inactive member" TO ReasonText
                   WHEN "03"
                       MOVE "rated below the minimum" TO ReasonText
                   WHEN "04"
                       MOVE "already entered" TO ReasonText
                   WHEN OTHER
                       MOVE "signed up after the event date"
                           TO ReasonText
               END-EVALUATE
               DISPLAY "  " EE-PLAYER-ID(EntryIndex) "  "
                   EE-ENTRY-DATE(EntryIndex) "  reason "
                   EE-REASON(EntryIndex) "  " ReasonText
           END-IF.

       PrintControlTotals.
           DISPLAY " "
           DISPLAY "CONTROL TOTALS"
           DISPLAY "  Events read:             " EventsRead
           DISPLAY "  Sign-ups read:           " EntriesRead
           DISPLAY "  Sign-ups for the event:  " EventEntries
           DISPLAY "  Withdrawn this build:    " EntriesWithdrawn
           DISPLAY "  Confirmed:               " EntriesConfirmed
           DISPLAY "  Moved up off waitlist:   " EntriesPromoted
           DISPLAY "  Waitlisted:              " EntriesWaitlisted
           DISPLAY "  Refused:                 " EntriesRefused
           DISPLAY "  Roster records written:  " RosterWritten
           DISPLAY "  Entries masked:          " EntriesMasked
           DISPLAY "  Entries suppressed:      " EntriesSuppressed.

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
               MOVE "ROSBLD" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "CONFIRMED" TO RL-COUNT-LABEL(1)
               MOVE EntriesConfirmed TO RL-COUNT-VALUE(1)
               MOVE "WAITLISTED" TO RL-COUNT-LABEL(2)
               MOVE EntriesWaitlisted TO RL-COUNT-VALUE(2)
               MOVE "PROMOTED" TO RL-COUNT-LABEL(3)
               MOVE EntriesPromoted TO RL-COUNT-VALUE(3)
               MOVE "REFUSED" TO RL-COUNT-LABEL(4)
               MOVE EntriesRefused TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM RosterBuild.
