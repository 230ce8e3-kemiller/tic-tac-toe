       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DuesBilling.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  The monthly dues run over
      *                   DUES-MASTER (DUESMAST.CPY).  A member whose
      *                   paid-through date falls within DUES_NOTICE_
      *                   DAYS (default 30) of today, or has passed, is
      *                   charged the next year at their membership
      *                   type's rate -- once per term, so a rerun
      *                   charges nothing twice -- and is sent a
      *                   renewal notice on DUES-NOTICE-FILE while the
      *                   money is still owed.  A member more than
      *                   DUES_GRACE_DAYS (default 30) past their
      *                   paid-through date with a balance owing is set
      *                   inactive on PLAYER-MASTER, which TOURNEY,
      *                   LEAGUE, and CORRESP all refuse; a member the
      *                   run lapsed who has since paid up is set
      *                   active again.  Every status change prints,
      *                   with the member's balance and last payment,
      *                   for the treasurer to reconcile to the bank
      *                   deposits, followed by the arrears list and
      *                   the active members not enrolled for dues.
      *                   Each charge, lapse, and reinstatement is
      *                   written to DUES-HISTORY (DUESHIST.CPY).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUES-MASTER-FILE ASSIGN TO "DUESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-PLAYER-ID
               FILE STATUS IS DuesMasterStatus.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PlayerMasterStatus.

           SELECT DUES-HISTORY-FILE ASSIGN TO "DUESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DuesHistoryStatus.

           SELECT DUES-NOTICE-FILE ASSIGN TO "DUESNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DuesNoticeStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DUES-MASTER-FILE.
       COPY DUESMAST.

       FD  PLAYER-MASTER-FILE.
       COPY PLYMAST.

       FD  DUES-HISTORY-FILE.
       COPY DUESHIST.

       FD  DUES-NOTICE-FILE.
       COPY BATCHRPT REPLACING
           ==BATCH-REPORT-RECORD== BY ==DUES-NOTICE-RECORD==.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 DuesMasterStatus  PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 DuesHistoryStatus PIC X(02).
       01 DuesNoticeStatus  PIC X(02).
       01 AtEndOfDues       PIC X VALUE 'N'.
       01 AtEndOfMaster     PIC X VALUE 'N'.
       01 MemberOnMaster    PIC X.
       01 OutputLine        PIC X(80).

      * The year's dues by membership type.  Life members are never
      * charged.  A change of rate takes effect with the next renewal
      * charged; nothing already charged is repriced.
       01 DuesRateValues.
           02 FILLER            PIC X(08) VALUE "F0004000".
           02 FILLER            PIC X(08) VALUE "J0001500".
           02 FILLER            PIC X(08) VALUE "S0002500".
           02 FILLER            PIC X(08) VALUE "L0000000".
       01 DuesRateTable REDEFINES DuesRateValues.
           02 DuesRateEntry OCCURS 4 TIMES.
               03 DR-MEMBER-TYPE    PIC X(01).
               03 DR-RATE           PIC 9(05)V99.
       01 DuesRateIndex     PIC 9(02) COMP.
       01 DuesRateFound     PIC 9(02) COMP.
       01 DuesRate          PIC 9(05)V99.
       01 TypeName          PIC X(06).

      * The run's settings: how far ahead of the paid-through date a
      * renewal is charged and noticed (DUES_NOTICE_DAYS), and how
      * long past it an unpaid member keeps playing (DUES_GRACE_DAYS).
       01 RunDate           PIC 9(08).
       01 NoticeDaysIn      PIC 999 VALUE 0.
       01 NoticeDays        PIC 9(03) VALUE 30.
       01 GraceDaysIn       PIC 999 VALUE 0.
       01 GraceDays         PIC 9(03) VALUE 30.
       01 RunDayNumber      PIC 9(07) COMP.
       01 DaysToDue         PIC S9(05) COMP.
       01 DaysOverdue       PIC S9(05) COMP.

      * Day numbers, so two YYYYMMDD dates can be subtracted: days
      * counted from a fixed origin, with March taken as the first
      * month of the year so the leap day falls at the end.
       01 DayNumberDate     PIC 9(08).
       01 DayNumberParts REDEFINES DayNumberDate.
           02 DN-YEAR           PIC 9(04).
           02 DN-MONTH          PIC 9(02).
           02 DN-DAY            PIC 9(02).
       01 DayNumber         PIC 9(07) COMP.
       01 DayYear           PIC 9(04) COMP.
       01 DayMonth          PIC 9(02) COMP.
       01 DayYearBy4        PIC 9(04) COMP.
       01 DayYearBy100      PIC 9(04) COMP.
       01 DayYearBy400      PIC 9(04) COMP.
       01 DayMonthDays      PIC 9(04) COMP.

      * The event being written to DUES-HISTORY, and the status
      * change being printed.
       01 HistoryKind       PIC X(01).
       01 HistoryAmount     PIC 9(05)V99.
       01 ChangeText        PIC X(11).
       01 OldStatus         PIC X(01).

      * Report working fields.
       01 AmountDisplay     PIC ZZZZ9.99.
       01 BalanceDisplay    PIC -ZZZZ9.99.
       01 DaysDisplay       PIC ZZZZ9.
       01 TotalDisplay      PIC ZZZZZZ9.99.

      * Control totals.
       01 MembersRead       PIC 9(05) VALUE 0.
       01 LifeMembers       PIC 9(05) VALUE 0.
       01 NotOnMaster       PIC 9(05) VALUE 0.
       01 BadMemberType     PIC 9(05) VALUE 0.
       01 ChargesPosted     PIC 9(05) VALUE 0.
       01 ChargeTotal       PIC 9(07)V99 VALUE 0.
       01 NoticesIssued     PIC 9(05) VALUE 0.
       01 MembersLapsed     PIC 9(05) VALUE 0.
       01 MembersReinstated PIC 9(05) VALUE 0.
       01 ArrearsCount      PIC 9(05) VALUE 0.
       01 ArrearsTotal      PIC 9(07)V99 VALUE 0.
       01 NotEnrolled       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           PERFORM SetBillingRules
           OPEN I-O DUES-MASTER-FILE
           IF DuesMasterStatus EQUAL "35"
               DISPLAY "No dues master found -- enrol members with "
                   "PlayerMaint before running the billing."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN I-O PLAYER-MASTER-FILE
           IF PlayerMasterStatus NOT EQUAL "00"
               DISPLAY "Player master will not open (status "
                   PlayerMasterStatus ") -- nothing billed."
               CLOSE DUES-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN OUTPUT DUES-NOTICE-FILE
           IF DuesNoticeStatus NOT EQUAL "00"
               DISPLAY "Cannot open DUES-NOTICE-FILE -- stopping."
               CLOSE DUES-MASTER-FILE
               CLOSE PLAYER-MASTER-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN EXTEND DUES-HISTORY-FILE
           IF DuesHistoryStatus EQUAL "35"
               OPEN OUTPUT DUES-HISTORY-FILE
           END-IF
           IF DuesHistoryStatus NOT EQUAL "00"
               DISPLAY "Dues history will not open (status "
                   DuesHistoryStatus ") -- nothing billed."
               CLOSE DUES-MASTER-FILE
               CLOSE PLAYER-MASTER-FILE
               CLOSE DUES-NOTICE-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           DISPLAY "MEMBERSHIP DUES BILLING  " RunDate
           DISPLAY " "
           DISPLAY "STATUS CHANGES"
           DISPLAY "  MEMBER    NAME                 CHANGE"
               "           PAID THRU   BALANCE  LAST PAID"
           PERFORM ReadOneDuesRecord
           PERFORM BillOneMember
               UNTIL AtEndOfDues EQUAL 'Y'
           IF MembersLapsed EQUAL 0 AND MembersReinstated EQUAL 0
               DISPLAY "  None."
           END-IF
           CLOSE DUES-HISTORY-FILE
           CLOSE DUES-NOTICE-FILE
           PERFORM PrintArrearsList
           PERFORM PrintNotEnrolled
           CLOSE DUES-MASTER-FILE
           CLOSE PLAYER-MASTER-FILE
           PERFORM PrintControlTotals
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * SetBillingRules / ComputeDayNumber / AddOneYear
      *   The run's settings and today's day number.  ComputeDayNumber
      *   turns DayNumberDate into DayNumber; the difference of two
      *   day numbers is the days between the dates.  AddOneYear moves
      *   DayNumberDate on a year -- a term starting on the leap day
      *   runs to the 28th.
      *----------------------------------------------------------------
       SetBillingRules.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT NoticeDaysIn FROM ENVIRONMENT "DUES_NOTICE_DAYS"
           IF NoticeDaysIn IS NUMERIC AND NoticeDaysIn > 0
               MOVE NoticeDaysIn TO NoticeDays
           END-IF
           ACCEPT GraceDaysIn FROM ENVIRONMENT "DUES_GRACE_DAYS"
           IF GraceDaysIn IS NUMERIC AND GraceDaysIn > 0
               MOVE GraceDaysIn TO GraceDays
           END-IF
           MOVE RunDate TO DayNumberDate
           PERFORM ComputeDayNumber
           MOVE DayNumber TO RunDayNumber.

       ComputeDayNumber.
           MOVE DN-YEAR  TO DayYear
           MOVE DN-MONTH TO DayMonth
           IF DayMonth < 3
               SUBTRACT 1 FROM DayYear
               ADD 12 TO DayMonth
           END-IF
           DIVIDE DayYear BY 4   GIVING DayYearBy4
           DIVIDE DayYear BY 100 GIVING DayYearBy100
           DIVIDE DayYear BY 400 GIVING DayYearBy400
           COMPUTE DayMonthDays = 153 * (DayMonth - 3) + 2
           DIVIDE DayMonthDays BY 5 GIVING DayMonthDays
           COMPUTE DayNumber = 365 * DayYear + DayYearBy4
               - DayYearBy100 + DayYearBy400 + DayMonthDays + DN-DAY.

       AddOneYear.
           ADD 1 TO DN-YEAR
           IF DN-MONTH EQUAL 2 AND DN-DAY EQUAL 29
               MOVE 28 TO DN-DAY
           END-IF.

      *----------------------------------------------------------------
      * ReadOneDuesRecord / BillOneMember / FindDuesRate /
      * TestDuesRate / ChargeRenewal / MeasurePaidThrough
      *   One member at a time, in id order.  A member coming due
      *   whose next term has not been charged is charged it now; a
      *   credit that covers the charge pays the term there and then.
      *   Then the member's standing decides the rest: paid up, a
      *   lapsed member is reinstated; owing and not yet expired, a
      *   renewal notice goes out; owing and past the grace period,
      *   an active member is lapsed.  A member with no PLAYER-MASTER
      *   record, or a type with no rate, is counted and left alone.
      *----------------------------------------------------------------
       ReadOneDuesRecord.
           READ DUES-MASTER-FILE NEXT RECORD
               AT END
                   SET AtEndOfDues TO 'Y'
           END-READ.

       BillOneMember.
           ADD 1 TO MembersRead
           MOVE DM-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO MemberOnMaster
               NOT INVALID KEY
                   MOVE 'Y' TO MemberOnMaster
           END-READ
           PERFORM FindDuesRate
           EVALUATE TRUE
               WHEN MemberOnMaster EQUAL 'N'
                   ADD 1 TO NotOnMaster
               WHEN DuesRateFound EQUAL 0
                   ADD 1 TO BadMemberType
               WHEN DM-MEMBER-TYPE EQUAL "L"
                   ADD 1 TO LifeMembers
                   IF DM-LAPSED EQUAL "Y"
                       PERFORM ReinstateMember
                   END-IF
               WHEN OTHER
                   PERFORM MeasurePaidThrough
                   IF DaysToDue NOT > NoticeDays
                           AND DM-BILLED-THROUGH NOT > DM-PAID-THROUGH
                       PERFORM ChargeRenewal
                       PERFORM MeasurePaidThrough
                   END-IF
                   EVALUATE TRUE
                       WHEN DaysToDue NOT < 0
                           IF DM-LAPSED EQUAL "Y"
                               PERFORM ReinstateMember
                           END-IF
                           IF DM-BALANCE > 0
                                   AND DaysToDue NOT > NoticeDays
                               PERFORM IssueRenewalNotice
                           END-IF
                       WHEN DaysOverdue > GraceDays
                               AND PM-STATUS EQUAL "A"
                               AND DM-BALANCE > 0
                           PERFORM LapseMember
                   END-EVALUATE
           END-EVALUATE
           PERFORM ReadOneDuesRecord.

       FindDuesRate.
           MOVE 0 TO DuesRateFound
           PERFORM TestDuesRate
               VARYING DuesRateIndex FROM 1 BY 1
               UNTIL DuesRateIndex > 4
                   OR DuesRateFound NOT EQUAL 0.

       TestDuesRate.
           IF DR-MEMBER-TYPE(DuesRateIndex) EQUAL DM-MEMBER-TYPE
               MOVE DuesRateIndex TO DuesRateFound
           END-IF.

       ChargeRenewal.
           MOVE DR-RATE(DuesRateFound) TO DuesRate
           ADD DuesRate TO DM-BALANCE
           MOVE DM-PAID-THROUGH TO DayNumberDate
           PERFORM AddOneYear
           MOVE DayNumberDate TO DM-BILLED-THROUGH
           IF DM-BALANCE NOT > 0
               MOVE DM-BILLED-THROUGH TO DM-PAID-THROUGH
           END-IF
           REWRITE DUES-MASTER-RECORD
           ADD 1 TO ChargesPosted
           ADD DuesRate TO ChargeTotal
           MOVE "C" TO HistoryKind
           MOVE DuesRate TO HistoryAmount
           PERFORM WriteDuesHistory.

       MeasurePaidThrough.
           MOVE DM-PAID-THROUGH TO DayNumberDate
           PERFORM ComputeDayNumber
           COMPUTE DaysToDue = DayNumber - RunDayNumber
           COMPUTE DaysOverdue = 0 - DaysToDue.

      *----------------------------------------------------------------
      * LapseMember / ReinstateMember / PrintStatusChange
      *   The only places the run touches PLAYER-MASTER.  DM-LAPSED
      *   marks a member this run deactivated, so reinstatement
      *   never undoes a deactivation made by hand in PlayerMaint; a
      *   lapsed member already reactivated by hand just has the mark
      *   cleared once paid.
      *----------------------------------------------------------------
       LapseMember.
           MOVE PM-STATUS TO OldStatus
           MOVE "I" TO PM-STATUS
           REWRITE PLAYER-MASTER-RECORD
           MOVE "Y" TO DM-LAPSED
           REWRITE DUES-MASTER-RECORD
           ADD 1 TO MembersLapsed
           MOVE "L" TO HistoryKind
           MOVE 0 TO HistoryAmount
           PERFORM WriteDuesHistory
           MOVE "LAPSED" TO ChangeText
           PERFORM PrintStatusChange.

       ReinstateMember.
           MOVE "N" TO DM-LAPSED
           REWRITE DUES-MASTER-RECORD
           IF PM-STATUS EQUAL "I"
               MOVE PM-STATUS TO OldStatus
               MOVE "A" TO PM-STATUS
               REWRITE PLAYER-MASTER-RECORD
               ADD 1 TO MembersReinstated
               MOVE "R" TO HistoryKind
               MOVE 0 TO HistoryAmount
               PERFORM WriteDuesHistory
               MOVE "REINSTATED" TO ChangeText
               PERFORM PrintStatusChange
           END-IF.

       PrintStatusChange.
           MOVE DM-BALANCE TO BalanceDisplay
           DISPLAY "  " DM-PLAYER-ID "  " PM-NAME(1:20) " " ChangeText
               " " OldStatus "->" PM-STATUS "  " DM-PAID-THROUGH " "
               BalanceDisplay "  " DM-LAST-PAYMENT-DATE.

      *----------------------------------------------------------------
      * IssueRenewalNotice / DescribeMemberType / EmitNotice
      *   One notice per member owing on a term not yet expired, on
      *   DUES-NOTICE-FILE for the secretary to mail, separated by a
      *   rule so they can be cut apart.
      *----------------------------------------------------------------
       IssueRenewalNotice.
           ADD 1 TO NoticesIssued
           PERFORM DescribeMemberType
           MOVE SPACES TO OutputLine
           STRING "MEMBERSHIP RENEWAL NOTICE          "
               DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitNotice
           MOVE SPACES TO OutputLine
           PERFORM EmitNotice
           MOVE SPACES TO OutputLine
           STRING "Member:        " DELIMITED BY SIZE
               DM-PLAYER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PM-NAME DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitNotice
           MOVE SPACES TO OutputLine
           STRING "Membership:    " DELIMITED BY SIZE
               TypeName DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitNotice
           MOVE SPACES TO OutputLine
           STRING "Paid through:  " DELIMITED BY SIZE
               DM-PAID-THROUGH DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitNotice
           MOVE DM-BALANCE TO AmountDisplay
           MOVE SPACES TO OutputLine
           STRING "Amount due:    " DELIMITED BY SIZE
               AmountDisplay DELIMITED BY SIZE
               " to renew through " DELIMITED BY SIZE
               DM-BILLED-THROUGH DELIMITED BY SIZE
               INTO OutputLine
           PERFORM EmitNotice
           MOVE SPACES TO OutputLine
           PERFORM EmitNotice
           MOVE ALL "-" TO OutputLine
           PERFORM EmitNotice.

       DescribeMemberType.
           EVALUATE DM-MEMBER-TYPE
               WHEN "F"
                   MOVE "FULL"   TO TypeName
               WHEN "J"
                   MOVE "JUNIOR" TO TypeName
               WHEN "S"
                   MOVE "SENIOR" TO TypeName
               WHEN OTHER
                   MOVE "LIFE"   TO TypeName
           END-EVALUATE.

       EmitNotice.
           MOVE OutputLine TO DUES-NOTICE-RECORD
           WRITE DUES-NOTICE-RECORD.

      *----------------------------------------------------------------
      * WriteDuesHistory
      *   One DUES-HISTORY record for the event in HistoryKind, with
      *   the member's standing as it now is.
      *----------------------------------------------------------------
       WriteDuesHistory.
           ACCEPT DH-DATE FROM DATE YYYYMMDD
           ACCEPT DH-TIME FROM TIME
           MOVE DM-PLAYER-ID     TO DH-PLAYER-ID
           MOVE HistoryKind      TO DH-KIND
           MOVE DM-MEMBER-TYPE   TO DH-MEMBER-TYPE
           MOVE HistoryAmount    TO DH-AMOUNT
           MOVE DM-PAID-THROUGH  TO DH-PAID-THROUGH
           MOVE DM-BALANCE       TO DH-BALANCE
           MOVE SPACES           TO DH-REFERENCE
           WRITE DUES-HISTORY-RECORD.

      *----------------------------------------------------------------
      * PrintArrearsList / ListOneArrears
      *   A second pass over the dues master, after the billing: every
      *   member whose paid-through date has passed with money still
      *   owing, how long overdue, and whether they are still playing
      *   (inside the grace period) or lapsed.
      *----------------------------------------------------------------
       PrintArrearsList.
           DISPLAY " "
           DISPLAY "ARREARS"
           DISPLAY "  MEMBER    NAME                           TYPE "
               "PAID THRU  DAYS OVER    OWING  STATUS"
           MOVE LOW-VALUES TO DM-PLAYER-ID
           START DUES-MASTER-FILE KEY IS NOT LESS THAN DM-PLAYER-ID
               INVALID KEY
                   SET AtEndOfDues TO 'Y'
               NOT INVALID KEY
                   MOVE 'N' TO AtEndOfDues
           END-START
           IF AtEndOfDues EQUAL 'N'
               PERFORM ReadOneDuesRecord
           END-IF
           PERFORM ListOneArrears
               UNTIL AtEndOfDues EQUAL 'Y'
           IF ArrearsCount EQUAL 0
               DISPLAY "  None."
           END-IF.

       ListOneArrears.
           IF DM-MEMBER-TYPE NOT EQUAL "L" AND DM-BALANCE > 0
                   AND DM-PAID-THROUGH < RunDate
               ADD 1 TO ArrearsCount
               ADD DM-BALANCE TO ArrearsTotal
               MOVE DM-PLAYER-ID TO PM-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PM-NAME
                       MOVE "?" TO PM-STATUS
               END-READ
               PERFORM MeasurePaidThrough
               MOVE DaysOverdue TO DaysDisplay
               MOVE DM-BALANCE TO AmountDisplay
               DISPLAY "  " DM-PLAYER-ID "  " PM-NAME " " DM-MEMBER-TYPE
                   "    " DM-PAID-THROUGH "  " DaysDisplay "    "
                   AmountDisplay "  " PM-STATUS
           END-IF
           PERFORM ReadOneDuesRecord.

      *----------------------------------------------------------------
      * PrintNotEnrolled / ReadOneMaster / CheckOneEnrolment
      *   Active members with no dues record are never billed and so
      *   never lapse -- listed so the treasurer can enrol them.
      *----------------------------------------------------------------
       PrintNotEnrolled.
           DISPLAY " "
           DISPLAY "ACTIVE MEMBERS NOT ENROLLED FOR DUES"
           MOVE LOW-VALUES TO PM-PLAYER-ID
           START PLAYER-MASTER-FILE KEY IS NOT LESS THAN PM-PLAYER-ID
               INVALID KEY
                   SET AtEndOfMaster TO 'Y'
           END-START
           IF AtEndOfMaster EQUAL 'N'
               PERFORM ReadOneMaster
           END-IF
           PERFORM CheckOneEnrolment
               UNTIL AtEndOfMaster EQUAL 'Y'
           IF NotEnrolled EQUAL 0
               DISPLAY "  None."
           END-IF.

       ReadOneMaster.
           READ PLAYER-MASTER-FILE NEXT RECORD
               AT END
                   SET AtEndOfMaster TO 'Y'
           END-READ.

       CheckOneEnrolment.
           IF PM-STATUS EQUAL "A"
               MOVE PM-PLAYER-ID TO DM-PLAYER-ID
               READ DUES-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO NotEnrolled
                       DISPLAY "  " PM-PLAYER-ID "  " PM-NAME
               END-READ
           END-IF
           PERFORM ReadOneMaster.

       PrintControlTotals.
           DISPLAY " "
           DISPLAY "CONTROL TOTALS"
           DISPLAY "  Dues records read:       " MembersRead
           DISPLAY "  Life members:            " LifeMembers
           IF NotOnMaster NOT EQUAL 0
               DISPLAY "  Not on player master:    " NotOnMaster
           END-IF
           IF BadMemberType NOT EQUAL 0
               DISPLAY "  Unknown membership type: " BadMemberType
           END-IF
           MOVE ChargeTotal TO TotalDisplay
           DISPLAY "  Renewals charged:        " ChargesPosted
               "  " TotalDisplay
           DISPLAY "  Renewal notices issued:  " NoticesIssued
           MOVE ArrearsTotal TO TotalDisplay
           DISPLAY "  Members in arrears:      " ArrearsCount
               "  " TotalDisplay
           DISPLAY "  Members lapsed:          " MembersLapsed
           DISPLAY "  Members reinstated:      " MembersReinstated
           DISPLAY "  Active, not enrolled:    " NotEnrolled.

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
               MOVE "DUESBILL" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "MEMBERS" TO RL-COUNT-LABEL(1)
               MOVE MembersRead TO RL-COUNT-VALUE(1)
               MOVE "CHARGED" TO RL-COUNT-LABEL(2)
               MOVE ChargesPosted TO RL-COUNT-VALUE(2)
               MOVE "LAPSED" TO RL-COUNT-LABEL(3)
               MOVE MembersLapsed TO RL-COUNT-VALUE(3)
               MOVE "REINSTATED" TO RL-COUNT-LABEL(4)
               MOVE MembersReinstated TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM DuesBilling.
