      *                   resigned, F forfeited.  Records from before
      *                   the type existed read back blank and come
      *                   out as P.
      *   2026-10-15  KM  Honor ResultCorrect.  A game voided on
      *                   CORRECTION-AUDIT-FILE is left off RESCSV
      *                   and counted in the totals instead; a
      *                   corrected one goes out with the corrected
      *                   WINNER and RESULT-TYPE, so the spreadsheet
      *                   agrees with PLAYER-STATS.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and result rows, player rows, and
      *                   voided results left out -- for the morning
      *                   operations check, OPSCHK.CBL.
      *   2026-10-15  KM  Honor the members' publication preference
      *                   (PM-PUBLISH).  STATCSV carries initials in the
      *                   NAME column for a member publishing initials
      *                   only and leaves a withheld member's row out;
      *                   on RESCSV a withheld member's id goes out as
      *                   WITHHELD, wherever it stands, so the games
      *                   stay in the feed and the member does not.  The
      *                   entries masked and suppressed are counted at
      *                   the end of the run.
      *   2026-10-15  KM  A player master that is missing or will not
      *                   open now stops the run with RETURN-CODE 12
      *                   rather than printing without it: with no
      *                   master the publication preferences cannot be
      *                   honored.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatsCsvStatus.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "RESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrAuditStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       FD  STATS-CSV-FILE.
       01  STATS-CSV-RECORD                PIC X(200).

       FD  CORRECTION-AUDIT-FILE.
       COPY RESAUD.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 PlayerStatsStatus PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 ResultCsvStatus   PIC X(02).
       01 StatsCsvStatus    PIC X(02).
       01 CorrAuditStatus   PIC X(02).
       01 MasterAvailable   PIC X VALUE 'N'.
       01 AtEndOfResults    PIC X VALUE 'N'.
       01 AtEndOfAudit      PIC X VALUE 'N'.

      * Every game ResultCorrect has touched, with the standing the
      * last correction left it in: "V" voided, "C" corrected to
      * CT-NEW-WINNER/CT-NEW-TYPE.  WinnerOut is the winner a row
      * carries -- GR-WINNER, or the corrected one.
       01 CorrectionTable.
           02 CorrectionEntry OCCURS 500 TIMES.
               03 CT-GAME-ID        PIC X(16).
               03 CT-ACTION         PIC X.
               03 CT-NEW-WINNER     PIC X(08).
               03 CT-NEW-TYPE       PIC X.
       01 CorrectionCount   PIC 9(04) COMP VALUE 0.
       01 CorrectionIndex   PIC 9(04) COMP.
       01 CorrFoundIndex    PIC 9(04) COMP.
       01 WinnerOut         PIC X(08).
       01 GameVoided        PIC X.

      * Result extract date range; both default to "everything".
       01 WantedFromDate    PIC X(08) VALUE SPACES.
       01 NameLength        PIC 9(02) COMP.
       01 NameScan          PIC 9(02) COMP.

      * The ids a result row may show.
       01 ShownPlayerX      PIC X(08).
       01 ShownPlayerO      PIC X(08).
       01 ShownWinner       PIC X(08).

       01 ResultTypeOut     PIC X(01).
       01 CountField        PIC 9(05).
       01 ResultsWritten    PIC 9(07) VALUE 0.
       01 ResultsSkipped    PIC 9(07) VALUE 0.
       01 ResultsVoided     PIC 9(07) VALUE 0.
       01 CorrectionsDropped PIC 9(07) VALUE 0.
       01 StatsWritten      PIC 9(07) VALUE 0.

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
           ACCEPT WantedFromDate FROM ENVIRONMENT "EXTRACT_FROM"
           ACCEPT WantedToDate   FROM ENVIRONMENT "EXTRACT_TO"
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
           PERFORM LoadCorrections
           PERFORM ExtractResults
           PERFORM ExtractStats
           IF MasterAvailable EQUAL 'Y'
           IF ResultsSkipped NOT EQUAL 0
               DISPLAY "Results outside date range: " ResultsSkipped
           END-IF
           IF ResultsVoided NOT EQUAL 0
               DISPLAY "Results voided, not extracted: " ResultsVoided
           END-IF
           IF CorrectionsDropped NOT EQUAL 0
               DISPLAY "Corrections dropped (table full): "
                   CorrectionsDropped
           END-IF
           DISPLAY "Players extracted: " StatsWritten
           DISPLAY "Entries masked (initials only): " EntriesMasked
           DISPLAY "Entries suppressed (withheld):  " EntriesSuppressed
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * ExtractResults / ReadOneResult / ExtractOneResult /
      * SelectResultRecord / BuildBoardText / BuildBoardTextRow /
      * BuildBoardTextCell
      *   One CSV row per GAME-RESULT record inside the date range
      *   that has not been voided.
      *----------------------------------------------------------------
       ExtractResults.
           OPEN INPUT GAME-RESULT-FILE
       ExtractOneResult.
           PERFORM SelectResultRecord
           IF RecordWanted EQUAL 'Y'
               PERFORM ApplyStandingCorrection
           END-IF
           IF RecordWanted EQUAL 'Y' AND GameVoided EQUAL 'Y'
               ADD 1 TO ResultsVoided
           END-IF
           IF RecordWanted EQUAL 'Y' AND GameVoided NOT EQUAL 'Y'
               PERFORM BuildBoardText
               PERFORM MaskResultPlayers
               MOVE SPACES TO CsvLine
               MOVE 1 TO LinePtr
               STRING GR-GAME-ID DELIMITED BY SIZE
                   GR-TIME DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER LinePtr
               STRING ShownPlayerX DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER LinePtr
               STRING ShownPlayerO DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER LinePtr
               STRING ShownWinner DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER LinePtr
               STRING GR-BOARD-SIDE DELIMITED BY SIZE
                       DELIMITED BY SIZE
                       INTO CsvLine WITH POINTER LinePtr
               END-IF
               IF ResultTypeOut EQUAL SPACE
                   MOVE "P" TO ResultTypeOut
               END-IF
               STRING "," DELIMITED BY SIZE
                   ResultTypeOut DELIMITED BY SIZE
               MOVE CsvLine TO RESULT-CSV-RECORD
               WRITE RESULT-CSV-RECORD
               ADD 1 TO ResultsWritten
           END-IF
           IF RecordWanted NOT EQUAL 'Y'
               ADD 1 TO ResultsSkipped
           END-IF
           PERFORM ReadOneResult.

      * A withheld member's id is replaced wherever it stands on the
      * row -- the winner column included.
       MaskResultPlayers.
           MOVE GR-PLAYER-X TO NameLookupID
           PERFORM GetPlayerName
           MOVE GR-PLAYER-X TO ShownPlayerX
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ShownPlayerX
               ADD 1 TO EntriesSuppressed
           END-IF
           MOVE GR-PLAYER-O TO NameLookupID
           PERFORM GetPlayerName
           MOVE GR-PLAYER-O TO ShownPlayerO
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ShownPlayerO
               ADD 1 TO EntriesSuppressed
           END-IF
           EVALUATE TRUE
               WHEN WinnerOut EQUAL SPACES
                   MOVE WinnerOut TO ShownWinner
               WHEN WinnerOut EQUAL GR-PLAYER-X
                   MOVE ShownPlayerX TO ShownWinner
               WHEN WinnerOut EQUAL GR-PLAYER-O
                   MOVE ShownPlayerO TO ShownWinner
               WHEN OTHER
                   MOVE WinnerOut TO ShownWinner
           END-EVALUATE.

       SelectResultRecord.
           MOVE 'Y' TO RecordWanted
           IF WantedFromDate NOT EQUAL SPACES
               MOVE 'N' TO RecordWanted
           END-IF.

      *----------------------------------------------------------------
      * LoadCorrections / ReadOneCorrection / NoteOneCorrection /
      * LookupCorrection / TestCorrection / ApplyStandingCorrection
      *   The correction overlay.  Each audit record replaces the
      *   standing of its game, so after the load every entry holds
      *   what the last correction made of the game; a row then goes
      *   out the way that standing says -- not at all when voided,
      *   with the corrected winner and type when corrected.
      *----------------------------------------------------------------
       LoadCorrections.
           OPEN INPUT CORRECTION-AUDIT-FILE
           IF CorrAuditStatus EQUAL "00"
               PERFORM ReadOneCorrection
               PERFORM NoteOneCorrection
                   UNTIL AtEndOfAudit EQUAL 'Y'
               CLOSE CORRECTION-AUDIT-FILE
           END-IF.

       ReadOneCorrection.
           READ CORRECTION-AUDIT-FILE
               AT END
                   SET AtEndOfAudit TO 'Y'
           END-READ.

       NoteOneCorrection.
           PERFORM LookupCorrection
           IF CorrFoundIndex EQUAL 0
               IF CorrectionCount < 500
                   ADD 1 TO CorrectionCount
                   MOVE CorrectionCount TO CorrFoundIndex
                   MOVE RA-GAME-ID TO CT-GAME-ID(CorrFoundIndex)
               ELSE
                   ADD 1 TO CorrectionsDropped
               END-IF
           END-IF
           IF CorrFoundIndex NOT EQUAL 0
               MOVE RA-ACTION     TO CT-ACTION(CorrFoundIndex)
               MOVE RA-NEW-WINNER TO CT-NEW-WINNER(CorrFoundIndex)
               MOVE RA-NEW-TYPE   TO CT-NEW-TYPE(CorrFoundIndex)
           END-IF
           PERFORM ReadOneCorrection.

       LookupCorrection.
           MOVE 0 TO CorrFoundIndex
           PERFORM TestCorrection
               VARYING CorrectionIndex FROM 1 BY 1
               UNTIL CorrectionIndex > CorrectionCount
                   OR CorrFoundIndex NOT EQUAL 0.

       TestCorrection.
           IF CT-GAME-ID(CorrectionIndex) EQUAL RA-GAME-ID
               MOVE CorrectionIndex TO CorrFoundIndex
           END-IF.

       ApplyStandingCorrection.
           MOVE GR-WINNER      TO WinnerOut
           MOVE GR-RESULT-TYPE TO ResultTypeOut
           MOVE 'N' TO GameVoided
           IF CorrectionCount NOT EQUAL 0
                   AND GR-GAME-ID NOT EQUAL SPACES
               MOVE GR-GAME-ID TO RA-GAME-ID
               PERFORM LookupCorrection
               IF CorrFoundIndex NOT EQUAL 0
                   IF CT-ACTION(CorrFoundIndex) EQUAL "V"
                       MOVE 'Y' TO GameVoided
                   ELSE
                       MOVE CT-NEW-WINNER(CorrFoundIndex) TO WinnerOut
                       MOVE CT-NEW-TYPE(CorrFoundIndex)
                           TO ResultTypeOut
                   END-IF
               END-IF
           END-IF.

      * A record whose side field did not survive as a 1-9 digit --
      * rows written under an older layout, or plain damage -- gets
      * an empty board column instead of taking the extract down.
           END-IF.

      *----------------------------------------------------------------
      * ExtractStats / ExtractOneStat / WriteOneStatRow /
      * GetPlayerName
      *   One CSV row per PLAYER-STATS record, with the member's name
      *   from the PLAYER-MASTER (blank when there is none) as the
      *   member's publication preference allows -- no row at all for
      *   a member withheld.
      *----------------------------------------------------------------
       ExtractStats.
           OPEN INPUT PLAYER-STATS-FILE
                   PlayerStatsStatus ") -- if the layout changed, "
                   "rebuild PLYSTAT (see PLYSTAT.CPY).  Stopping."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerStatsStatus EQUAL "35"
               NOT AT END
                   MOVE PS-PLAYER-ID TO NameLookupID
                   PERFORM GetPlayerName
                   PERFORM CountPublication
                   IF PublishAs NOT EQUAL "W"
                       PERFORM WriteOneStatRow
                   END-IF
           END-READ.

       WriteOneStatRow.
           MOVE SPACES TO CsvLine
           MOVE 1 TO LinePtr
           STRING PS-PLAYER-ID DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               INTO CsvLine WITH POINTER LinePtr
           IF NameLength > 0
               STRING PlayerName(1:NameLength)
                   DELIMITED BY SIZE
                   INTO CsvLine WITH POINTER LinePtr
           END-IF
           STRING QUOTE DELIMITED BY SIZE
               INTO CsvLine WITH POINTER LinePtr
           MOVE PS-WINS TO CountField
           STRING "," DELIMITED BY SIZE
               CountField DELIMITED BY SIZE
               INTO CsvLine WITH POINTER LinePtr
           MOVE PS-LOSSES TO CountField
           STRING "," DELIMITED BY SIZE
               CountField DELIMITED BY SIZE
               INTO CsvLine WITH POINTER LinePtr
           MOVE PS-DRAWS TO CountField
           STRING "," DELIMITED BY SIZE
               CountField DELIMITED BY SIZE
               INTO CsvLine WITH POINTER LinePtr
           MOVE PS-RATING TO CountField
           STRING "," DELIMITED BY SIZE
               CountField DELIMITED BY SIZE
               INTO CsvLine WITH POINTER LinePtr
           MOVE CsvLine TO STATS-CSV-RECORD
           WRITE STATS-CSV-RECORD
           ADD 1 TO StatsWritten.

       GetPlayerName.
           MOVE SPACES TO PlayerName
           MOVE 0 TO NameLength
           MOVE "P" TO PublishAs
           IF MasterAvailable EQUAL 'Y'
               MOVE NameLookupID TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ApplyPublication
                       MOVE PublishedName TO PlayerName
               END-READ
           END-IF
           PERFORM TrimPlayerName
               MOVE NameScan TO NameLength
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
               MOVE "EXTRACT" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "ROWS" TO RL-COUNT-LABEL(1)
               MOVE ResultsWritten TO RL-COUNT-VALUE(1)
               MOVE "PLAYERS" TO RL-COUNT-LABEL(2)
               MOVE StatsWritten TO RL-COUNT-VALUE(2)
               MOVE "VOIDED" TO RL-COUNT-LABEL(3)
               MOVE ResultsVoided TO RL-COUNT-VALUE(3)
               MOVE "SUPPRESSED" TO RL-COUNT-LABEL(4)
               MOVE EntriesSuppressed TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM ClubExtract.
