       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OpsCheck.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  Morning operations check
      *                   over RUN-CONTROL-FILE (RUNCTL.CPY), the log
      *                   every batch program appends to on its way
      *                   out.  Lists the steps that ran overnight and
      *                   holds them to the expected nightly sequence:
      *                   a required step with no record is MISSING,
      *                   a scheduled step logged after a later one is
      *                   out of ORDER, any non-zero return code is an
      *                   RC exception, and every RESPOST must have
      *                   picked up at least the RESULTS handed to it
      *                   since the RESPOST before (HANDOFF).  The
      *                   window is everything logged since this
      *                   check last ran -- OpsCheck logs itself, so
      *                   each morning starts where the last one
      *                   stopped -- or OPSCHK_FROM/OPSCHK_TO
      *                   (YYYYMMDD start dates) to look again at a
      *                   given night.  Ends with RETURN-CODE 8 when
      *                   anything is flagged, 12 with no log at all.
      *   2026-10-15  KM  The nightly challenge ladder run (LADDER.CBL)
      *                   joins the schedule as a required last step,
      *                   after the night's results are all written.
      *   2026-10-15  KM  The cross-file integrity sweep (INTEGCHK.CBL)
      *                   joins the schedule as a required step after
      *                   the ladder; its non-zero return code on a
      *                   night the files disagree is an RC exception
      *                   here like any other.
      *   2026-10-15  KM  Order and missing steps are now judged night
      *                   by night rather than once over the window:
      *                   a step started at noon or later belongs to
      *                   the night ending the next morning, one
      *                   started before noon to the night ending that
      *                   morning.  Each night starts its own order
      *                   and step counts, and a required step absent
      *                   from any night is MISSING for that night.
      *                   A night an earlier check already judged (a
      *                   morning rerun after the check) is held to
      *                   order and return codes only.  OPSCHK_FROM/
      *                   OPSCHK_TO now name nights by that morning.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 AtEndOfRunLog     PIC X.

      * The window under review.  Both ends default to "since the
      * last OpsCheck"; either one set switches to a plain range of
      * nights, named by the morning each ends, OpsCheck's own
      * records left out.  LastCheckDate is the morning the last
      * OpsCheck ran: nights ending on or before it were judged then.
       01 WantedFromDate    PIC X(08) VALUE SPACES.
       01 WantedToDate      PIC X(08) VALUE SPACES.
       01 WindowByDate      PIC X VALUE 'N'.
       01 LastCheckDate     PIC 9(08) VALUE 0.

      * The night a step belongs to, named by the morning it ends:
      * the start date, moved on a day for a start at noon or later.
       01 NightCutoverTime  PIC 9(08) VALUE 12000000.
       01 RunNight          PIC 9(08).
       01 DayNumberDate     PIC 9(08).
       01 DayNumberParts REDEFINES DayNumberDate.
           02 DN-YEAR           PIC 9(04).
           02 DN-MONTH          PIC 9(02).
           02 DN-DAY            PIC 9(02).
       01 MonthLengthValues PIC X(24)
               VALUE "312831303130313130313031".
       01 MonthLengthTable REDEFINES MonthLengthValues.
           02 MonthLength OCCURS 12 TIMES PIC 9(02).
       01 DaysThisMonth     PIC 9(02).
       01 LeapQuotient      PIC 9(04) COMP.
       01 LeapRemainder4    PIC 9(04) COMP.
       01 LeapRemainder100  PIC 9(04) COMP.
       01 LeapRemainder400  PIC 9(04) COMP.

      * The expected nightly sequence.  SC-SEQ orders the steps --
      * numbered in tens so a step can be slotted in between -- and
      * SC-REQUIRED says whether a night without it is a missed step.
      * Batch TicTacToe only runs on nights with a transaction file,
      * and the rebuild is a cross-check the shop runs when it likes,
      * so neither is required.  Programs that log but are not listed
      * here (FORFEIT, RESCORR, TOURNEY, the reports) are shown as
      * unscheduled and judged only on their return codes and the
      * results they hand to ResultPost.
       01 ScheduleValues.
           02 FILLER PIC X(11) VALUE "10TTT     N".
           02 FILLER PIC X(11) VALUE "20CORRESP Y".
           02 FILLER PIC X(11) VALUE "30RESPOST Y".
           02 FILLER PIC X(11) VALUE "40STATSAUDY".
           02 FILLER PIC X(11) VALUE "50RATREBLDN".
           02 FILLER PIC X(11) VALUE "60LADDER  Y".
           02 FILLER PIC X(11) VALUE "70INTEGCHKY".
       01 ScheduleTable REDEFINES ScheduleValues.
           02 ScheduleEntry OCCURS 7 TIMES.
               03 SC-SEQ            PIC 9(02).
               03 SC-PROGRAM        PIC X(08).
               03 SC-REQUIRED       PIC X.
       01 ScheduleCount     PIC 9(02) COMP VALUE 7.
       01 ScheduleRuns.
           02 SC-TIMES-RUN OCCURS 7 TIMES PIC 9(03).
       01 ScheduleIndex     PIC 9(02) COMP.
       01 FoundStep         PIC 9(02) COMP.

      * The window's steps, in the order they were logged.  RT-STEP
      * is the step's place in the schedule, zero for a program the
      * schedule does not list; RT-NIGHT the night it belongs to.
       01 RunTable.
           02 RunEntry OCCURS 500 TIMES.
               03 RT-PROGRAM        PIC X(08).
               03 RT-START-DATE     PIC 9(08).
               03 RT-START-TIME     PIC 9(08).
               03 RT-END-DATE       PIC 9(08).
               03 RT-END-TIME       PIC 9(08).
               03 RT-RETURN-CODE    PIC 9(03).
               03 RT-STEP           PIC 9(02) COMP.
               03 RT-NIGHT          PIC 9(08).
               03 RT-COUNT OCCURS 4 TIMES.
                   04 RT-COUNT-LABEL    PIC X(10).
                   04 RT-COUNT-VALUE    PIC 9(07).
       01 RunCount          PIC 9(04) COMP VALUE 0.
       01 RunIndex          PIC 9(04) COMP.
       01 CountIndex        PIC 9(02) COMP.

      * Running state for the order and hand-off checks.  The order
      * and the step counts start again with each night.
       01 CurrentNight      PIC 9(08) VALUE 0.
       01 HighestSeq        PIC 9(02) VALUE 0.
       01 HighestProgram    PIC X(08) VALUE SPACES.
       01 LabelWanted       PIC X(10).
       01 LabelValue        PIC 9(07).
       01 LabelFound        PIC X.
       01 ResultsPending    PIC 9(07) VALUE 0.
       01 PendingSources    PIC 9(03) VALUE 0.

      * Report working fields.
       01 CountLine         PIC X(72).
       01 CountPointer      PIC 9(02) COMP.
       01 ValueDisplay      PIC Z(06)9.
       01 ShortDisplay      PIC ZZ9.

      * Control totals.
       01 RecordsRead       PIC 9(05) VALUE 0.
       01 RecordsOutside    PIC 9(05) VALUE 0.
       01 RunsDropped       PIC 9(05) VALUE 0.
       01 UnscheduledRuns   PIC 9(03) VALUE 0.
       01 ExceptionCount    PIC 9(03) VALUE 0.
       01 MissingSteps      PIC 9(03) VALUE 0.
       01 OrderExceptions   PIC 9(03) VALUE 0.
       01 ReturnCodeExceptions PIC 9(03) VALUE 0.
       01 HandoffExceptions PIC 9(03) VALUE 0.
       01 NotesPrinted      PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT WantedFromDate FROM ENVIRONMENT "OPSCHK_FROM"
           ACCEPT WantedToDate   FROM ENVIRONMENT "OPSCHK_TO"
           IF WantedFromDate NOT EQUAL SPACES
                   OR WantedToDate NOT EQUAL SPACES
               MOVE 'Y' TO WindowByDate
           END-IF
           INITIALIZE ScheduleRuns
           PERFORM LoadRunLog
           PERFORM PrintStepsRun
           DISPLAY " "
           DISPLAY "EXCEPTIONS"
           PERFORM CheckRunWindow
           IF ExceptionCount EQUAL 0
               DISPLAY "  None."
           END-IF
           PERFORM PrintControlTotals
           IF ExceptionCount NOT EQUAL 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * LoadRunLog / ReadOneRunRecord / LoadOneRunRecord /
      * FindRunNight / StepOneDay / KeepOneRun / CopyOneCount /
      * FindScheduleStep / TestScheduleStep
      *   Read the log into the run table.  By default an OpsCheck
      *   record empties the table -- everything before it was the
      *   last morning's business -- so what is left at the end is
      *   the night since.  With a date window the OpsCheck records
      *   are simply skipped, and a step is kept when its night falls
      *   in the window.  No log at all means nothing in the
      *   stream has run since the log was started, and ends the
      *   check with 12.
      *----------------------------------------------------------------
       LoadRunLog.
           MOVE 'N' TO AtEndOfRunLog
           OPEN INPUT RUN-CONTROL-FILE
           IF RunControlStatus EQUAL "35"
               DISPLAY "No run-control log found -- no batch step "
                   "has logged a run."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RunControlStatus NOT EQUAL "00"
               DISPLAY "Run-control log will not open (status "
                   RunControlStatus ") -- nothing checked."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ReadOneRunRecord
           PERFORM LoadOneRunRecord
               UNTIL AtEndOfRunLog EQUAL 'Y'
           CLOSE RUN-CONTROL-FILE.

       ReadOneRunRecord.
           READ RUN-CONTROL-FILE
               AT END
                   SET AtEndOfRunLog TO 'Y'
           END-READ.

       LoadOneRunRecord.
           ADD 1 TO RecordsRead
           EVALUATE TRUE
               WHEN RL-PROGRAM EQUAL "OPSCHK"
                       AND WindowByDate EQUAL 'N'
                   MOVE 0 TO RunCount
                   MOVE 0 TO RunsDropped
                   MOVE 0 TO UnscheduledRuns
                   MOVE RL-START-DATE TO LastCheckDate
                   MOVE RecordsRead TO RecordsOutside
               WHEN RL-PROGRAM EQUAL "OPSCHK"
                   ADD 1 TO RecordsOutside
               WHEN OTHER
                   PERFORM FindRunNight
                   IF (WantedFromDate NOT EQUAL SPACES
                           AND RunNight < WantedFromDate)
                       OR (WantedToDate NOT EQUAL SPACES
                           AND RunNight > WantedToDate)
                       ADD 1 TO RecordsOutside
                   ELSE
                       PERFORM KeepOneRun
                   END-IF
           END-EVALUATE
           PERFORM ReadOneRunRecord.

       FindRunNight.
           MOVE RL-START-DATE TO DayNumberDate
           IF RL-START-TIME NOT < NightCutoverTime
                   AND DN-MONTH > 0 AND DN-MONTH < 13
               PERFORM StepOneDay
           END-IF
           MOVE DayNumberDate TO RunNight.

       StepOneDay.
           MOVE MonthLength(DN-MONTH) TO DaysThisMonth
           IF DN-MONTH EQUAL 2
               DIVIDE DN-YEAR BY 4 GIVING LeapQuotient
                   REMAINDER LeapRemainder4
               DIVIDE DN-YEAR BY 100 GIVING LeapQuotient
                   REMAINDER LeapRemainder100
               DIVIDE DN-YEAR BY 400 GIVING LeapQuotient
                   REMAINDER LeapRemainder400
               IF LeapRemainder4 EQUAL 0
                       AND (LeapRemainder100 NOT EQUAL 0
                           OR LeapRemainder400 EQUAL 0)
                   MOVE 29 TO DaysThisMonth
               END-IF
           END-IF
           IF DN-DAY < DaysThisMonth
               ADD 1 TO DN-DAY
           ELSE
               MOVE 1 TO DN-DAY
               IF DN-MONTH < 12
                   ADD 1 TO DN-MONTH
               ELSE
                   MOVE 1 TO DN-MONTH
                   ADD 1 TO DN-YEAR
               END-IF
           END-IF.

       KeepOneRun.
           IF RunCount < 500
               ADD 1 TO RunCount
               MOVE RL-PROGRAM     TO RT-PROGRAM(RunCount)
               MOVE RL-START-DATE  TO RT-START-DATE(RunCount)
               MOVE RL-START-TIME  TO RT-START-TIME(RunCount)
               MOVE RL-END-DATE    TO RT-END-DATE(RunCount)
               MOVE RL-END-TIME    TO RT-END-TIME(RunCount)
               MOVE RL-RETURN-CODE TO RT-RETURN-CODE(RunCount)
               PERFORM CopyOneCount
                   VARYING CountIndex FROM 1 BY 1
                   UNTIL CountIndex > 4
               PERFORM FindScheduleStep
               MOVE FoundStep TO RT-STEP(RunCount)
               MOVE RunNight TO RT-NIGHT(RunCount)
               IF FoundStep EQUAL 0
                   ADD 1 TO UnscheduledRuns
               END-IF
           ELSE
               ADD 1 TO RunsDropped
           END-IF.

       CopyOneCount.
           MOVE RL-COUNT-LABEL(CountIndex)
               TO RT-COUNT-LABEL(RunCount, CountIndex)
           IF RL-COUNT-VALUE(CountIndex) IS NUMERIC
               MOVE RL-COUNT-VALUE(CountIndex)
                   TO RT-COUNT-VALUE(RunCount, CountIndex)
           ELSE
               MOVE 0 TO RT-COUNT-VALUE(RunCount, CountIndex)
           END-IF.

       FindScheduleStep.
           MOVE 0 TO FoundStep
           PERFORM TestScheduleStep
               VARYING ScheduleIndex FROM 1 BY 1
               UNTIL ScheduleIndex > ScheduleCount
                   OR FoundStep NOT EQUAL 0.

       TestScheduleStep.
           IF SC-PROGRAM(ScheduleIndex) EQUAL RL-PROGRAM
               MOVE ScheduleIndex TO FoundStep
           END-IF.

      *----------------------------------------------------------------
      * PrintStepsRun / PrintOneStep / AddOneCount
      *   The night as logged: each step with its start and end, its
      *   return code, and whatever counts it reported.
      *----------------------------------------------------------------
       PrintStepsRun.
           DISPLAY " "
           IF WindowByDate EQUAL 'Y'
               DISPLAY "OPERATIONS CHECK -- nights ending "
                   WantedFromDate " through " WantedToDate
           ELSE
               DISPLAY "OPERATIONS CHECK -- steps since the last check"
           END-IF
           IF RunCount EQUAL 0
               DISPLAY "  No steps logged."
           END-IF
           PERFORM PrintOneStep
               VARYING RunIndex FROM 1 BY 1
               UNTIL RunIndex > RunCount.

       PrintOneStep.
           MOVE RT-RETURN-CODE(RunIndex) TO ShortDisplay
           IF RT-STEP(RunIndex) EQUAL 0
               DISPLAY "  " RT-PROGRAM(RunIndex) " "
                   RT-START-DATE(RunIndex) " "
                   RT-START-TIME(RunIndex)(1:6) " to "
                   RT-END-DATE(RunIndex) " "
                   RT-END-TIME(RunIndex)(1:6) "  RC " ShortDisplay
                   "  (unscheduled)"
           ELSE
               DISPLAY "  " RT-PROGRAM(RunIndex) " "
                   RT-START-DATE(RunIndex) " "
                   RT-START-TIME(RunIndex)(1:6) " to "
                   RT-END-DATE(RunIndex) " "
                   RT-END-TIME(RunIndex)(1:6) "  RC " ShortDisplay
           END-IF
           MOVE SPACES TO CountLine
           MOVE 1 TO CountPointer
           PERFORM AddOneCount
               VARYING CountIndex FROM 1 BY 1
               UNTIL CountIndex > 4
           IF CountLine NOT EQUAL SPACES
               DISPLAY "           " CountLine(1:CountPointer)
           END-IF.

       AddOneCount.
           IF RT-COUNT-LABEL(RunIndex, CountIndex) NOT EQUAL SPACES
               MOVE RT-COUNT-VALUE(RunIndex, CountIndex)
                   TO ValueDisplay
               STRING RT-COUNT-LABEL(RunIndex, CountIndex)
                          DELIMITED BY SPACE
                      " "  DELIMITED BY SIZE
                      ValueDisplay DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO CountLine
                   WITH POINTER CountPointer
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * CheckRunWindow / CheckOneRun / StartNight / CheckStepOrder /
      * CheckHandoff / FindCountLabel / TestCountLabel
      *   One pass over the window in log order.  Every step is held
      *   to its return code.  The first scheduled step of a new
      *   night closes the night before -- its missing steps are
      *   listed -- and starts the order and step counts afresh; the
      *   last night is closed after the pass.  Within a night a
      *   scheduled step that logs after a step further down the
      *   schedule ran out of order (a rerun of the latest step is
      *   not).  Only scheduled steps start a night, so a report run
      *   in the day does not make a night of its own.  Results are
      *   totalled as they are handed over, and each ResultPost must
      *   pick up at least that many; picking up more is noted but
      *   not flagged -- games played at the terminal write results
      *   without a batch step to log them.  Results still pending at
      *   the end of the window were never posted.
      *----------------------------------------------------------------
       CheckRunWindow.
           IF RunsDropped NOT EQUAL 0
               DISPLAY "  LOG       " RunsDropped
                   " steps past the first 500 not checked -- run the"
                   " check for a narrower window."
               ADD 1 TO ExceptionCount
           END-IF
           PERFORM CheckOneRun
               VARYING RunIndex FROM 1 BY 1
               UNTIL RunIndex > RunCount
           PERFORM CheckMissingSteps
           IF ResultsPending NOT EQUAL 0
               MOVE ResultsPending TO ValueDisplay
               DISPLAY "  HANDOFF   " ValueDisplay
                   " results handed over with no RESPOST after them."
               ADD 1 TO HandoffExceptions
               ADD 1 TO ExceptionCount
           END-IF.

       CheckOneRun.
           IF RT-RETURN-CODE(RunIndex) NOT EQUAL 0
               MOVE RT-RETURN-CODE(RunIndex) TO ShortDisplay
               DISPLAY "  RC        " RT-PROGRAM(RunIndex)
                   " started " RT-START-DATE(RunIndex) " "
                   RT-START-TIME(RunIndex)(1:6)
                   " ended with return code " ShortDisplay
               ADD 1 TO ReturnCodeExceptions
               ADD 1 TO ExceptionCount
           END-IF
           IF RT-STEP(RunIndex) NOT EQUAL 0
               IF RT-NIGHT(RunIndex) NOT EQUAL CurrentNight
                   PERFORM StartNight
               END-IF
               PERFORM CheckStepOrder
           END-IF
           PERFORM CheckHandoff.

       StartNight.
           IF CurrentNight NOT EQUAL 0
               PERFORM CheckMissingSteps
           END-IF
           MOVE RT-NIGHT(RunIndex) TO CurrentNight
           MOVE 0 TO HighestSeq
           MOVE SPACES TO HighestProgram
           INITIALIZE ScheduleRuns.

       CheckStepOrder.
           MOVE RT-STEP(RunIndex) TO ScheduleIndex
           ADD 1 TO SC-TIMES-RUN(ScheduleIndex)
           IF SC-SEQ(ScheduleIndex) < HighestSeq
               DISPLAY "  ORDER     " RT-PROGRAM(RunIndex)
                   " started " RT-START-DATE(RunIndex) " "
                   RT-START-TIME(RunIndex)(1:6)
                   " ran after " HighestProgram
               ADD 1 TO OrderExceptions
               ADD 1 TO ExceptionCount
           ELSE
               MOVE SC-SEQ(ScheduleIndex) TO HighestSeq
               MOVE RT-PROGRAM(RunIndex) TO HighestProgram
           END-IF.

       CheckHandoff.
           MOVE "RESULTS" TO LabelWanted
           PERFORM FindCountLabel
           IF LabelFound EQUAL 'Y' AND LabelValue NOT EQUAL 0
               ADD LabelValue TO ResultsPending
               ADD 1 TO PendingSources
           END-IF
           MOVE "PICKED-UP" TO LabelWanted
           PERFORM FindCountLabel
           IF LabelFound EQUAL 'Y'
               EVALUATE TRUE
                   WHEN LabelValue < ResultsPending
                       DISPLAY "  HANDOFF   " RT-PROGRAM(RunIndex)
                           " started " RT-START-DATE(RunIndex) " "
                           RT-START-TIME(RunIndex)(1:6)
                       MOVE LabelValue TO ValueDisplay
                       DISPLAY "            picked up " ValueDisplay
                           " results;"
                       MOVE ResultsPending TO ValueDisplay
                       DISPLAY "            " ValueDisplay
                           " were handed over by " PendingSources
                           " step(s) since the last RESPOST."
                       ADD 1 TO HandoffExceptions
                       ADD 1 TO ExceptionCount
                   WHEN LabelValue > ResultsPending
                       MOVE LabelValue TO ValueDisplay
                       DISPLAY "  note      " RT-PROGRAM(RunIndex)
                           " picked up " ValueDisplay
                           " results, more than the batch steps"
                       MOVE ResultsPending TO ValueDisplay
                       DISPLAY "            handed over ("
                           ValueDisplay
                           ") -- games played at the terminal."
                       ADD 1 TO NotesPrinted
               END-EVALUATE
               MOVE 0 TO ResultsPending
               MOVE 0 TO PendingSources
           END-IF.

       FindCountLabel.
           MOVE 'N' TO LabelFound
           MOVE 0 TO LabelValue
           PERFORM TestCountLabel
               VARYING CountIndex FROM 1 BY 1
               UNTIL CountIndex > 4
                   OR LabelFound EQUAL 'Y'.

       TestCountLabel.
           IF RT-COUNT-LABEL(RunIndex, CountIndex) EQUAL LabelWanted
               MOVE 'Y' TO LabelFound
               MOVE RT-COUNT-VALUE(RunIndex, CountIndex) TO LabelValue
           END-IF.

      *----------------------------------------------------------------
      * CheckMissingSteps / CheckOneStep
      *   Every required step must have logged at least once in the
      *   night being closed -- or, when no scheduled step logged at
      *   all, in the window.  A night the last check already judged
      *   is not judged again.
      *----------------------------------------------------------------
       CheckMissingSteps.
           IF CurrentNight EQUAL 0 OR CurrentNight > LastCheckDate
               PERFORM CheckOneStep
                   VARYING ScheduleIndex FROM 1 BY 1
                   UNTIL ScheduleIndex > ScheduleCount
           END-IF.

       CheckOneStep.
           IF SC-REQUIRED(ScheduleIndex) EQUAL 'Y'
                   AND SC-TIMES-RUN(ScheduleIndex) EQUAL 0
               IF CurrentNight EQUAL 0
                   DISPLAY "  MISSING   " SC-PROGRAM(ScheduleIndex)
                       " did not run."
               ELSE
                   DISPLAY "  MISSING   " SC-PROGRAM(ScheduleIndex)
                       " did not run the night ending "
                       CurrentNight "."
               END-IF
               ADD 1 TO MissingSteps
               ADD 1 TO ExceptionCount
           END-IF.

       PrintControlTotals.
           DISPLAY " "
           DISPLAY "CONTROL TOTALS"
           DISPLAY "  Log records read:       " RecordsRead
           IF RecordsOutside NOT EQUAL 0
               DISPLAY "  Outside the window:     " RecordsOutside
           END-IF
           DISPLAY "  Steps checked:          " RunCount
           IF UnscheduledRuns NOT EQUAL 0
               DISPLAY "  Unscheduled steps:      " UnscheduledRuns
           END-IF
           IF RunsDropped NOT EQUAL 0
               DISPLAY "  Steps dropped (table full): " RunsDropped
           END-IF
           DISPLAY "  Missing steps:          " MissingSteps
           DISPLAY "  Out of order:           " OrderExceptions
           DISPLAY "  Non-zero return codes:  " ReturnCodeExceptions
           DISPLAY "  Hand-off breaks:        " HandoffExceptions
           IF NotesPrinted NOT EQUAL 0
               DISPLAY "  Notes:                  " NotesPrinted
           END-IF
           IF ExceptionCount EQUAL 0
               DISPLAY "  The night ran clean."
           ELSE
               DISPLAY "  " ExceptionCount
                   " EXCEPTIONS -- see above before the day's runs."
           END-IF.

      *----------------------------------------------------------------
      * StartRunControl / LogRunControl
      *   The run's entry on the shared run-control log (RUNCTL.CPY):
      *   the start is noted first thing, and the record -- start,
      *   end, return code, and the run's key counts -- is appended
      *   on every way out, refusals included, so the morning
      *   operations check sees what happened.  A log that will not
      *   open is reported and otherwise ignored; it never stops the
      *   run.  OpsCheck's own record closes the window it checked,
      *   so it is written on the normal way out only, and never for
      *   a look back over a date window -- a check that could not
      *   read the log, or was not checking the latest night, leaves
      *   the window open for the next.
      *----------------------------------------------------------------
       StartRunControl.
           ACCEPT RunStartDate FROM DATE YYYYMMDD
           ACCEPT RunStartTime FROM TIME.

       LogRunControl.
           IF WindowByDate EQUAL 'N'
               OPEN EXTEND RUN-CONTROL-FILE
               IF RunControlStatus EQUAL "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF
               IF RunControlStatus NOT EQUAL "00"
                   DISPLAY "Run-control log will not open (status "
                       RunControlStatus ") -- this run is not logged."
               ELSE
                   INITIALIZE RUN-CONTROL-RECORD
                   MOVE "OPSCHK" TO RL-PROGRAM
                   MOVE RunStartDate TO RL-START-DATE
                   MOVE RunStartTime TO RL-START-TIME
                   ACCEPT RL-END-DATE FROM DATE YYYYMMDD
                   ACCEPT RL-END-TIME FROM TIME
                   MOVE RETURN-CODE TO RL-RETURN-CODE
                   MOVE "STEPS" TO RL-COUNT-LABEL(1)
                   MOVE RunCount TO RL-COUNT-VALUE(1)
                   MOVE "EXCEPTIONS" TO RL-COUNT-LABEL(2)
                   MOVE ExceptionCount TO RL-COUNT-VALUE(2)
                   WRITE RUN-CONTROL-RECORD
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       END PROGRAM OpsCheck.
