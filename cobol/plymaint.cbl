      *                   Ids are never deleted -- deactivation keeps
      *                   the record so game history stays attached
      *                   to a real member.
      *   2026-10-15  KM  Dues: T enrols a member on DUES-MASTER
      *                   (DUESMAST.CPY) with a membership type and
      *                   the date they are paid through, or changes
      *                   the type; P posts a payment against the
      *                   member's balance.  A payment that clears a
      *                   charged renewal moves the paid-through date
      *                   to the end of the renewed term.  Both write
      *                   to DUES-HISTORY (DUESHIST.CPY).  Billing,
      *                   lapsing, and reinstatement are DUESBILL.CBL.
      *   2026-10-15  KM  N sets a member's publication preference,
      *                   PM-PUBLISH: publish the name, initials only,
      *                   or withhold the member from published output.
      *                   A new member starts published.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PlayerMasterStatus.

           SELECT DUES-MASTER-FILE ASSIGN TO "DUESMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-PLAYER-ID
               FILE STATUS IS DuesMasterStatus.

           SELECT DUES-HISTORY-FILE ASSIGN TO "DUESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DuesHistoryStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
       COPY PLYMAST.

       FD  DUES-MASTER-FILE.
       COPY DUESMAST.

       FD  DUES-HISTORY-FILE.
       COPY DUESHIST.

       WORKING-STORAGE SECTION.

       01 PlayerMasterStatus PIC X(02).
       01 WantedPlayerID    PIC X(08).
       01 NewPlayerName     PIC X(30).
       01 WantedStatus      PIC X(01).
       01 WantedPublish     PIC X(01).

      * Dues screens.  A payment is keyed as dollars and cents; the
      * reference is whatever the treasurer will find it under at
      * the bank -- a cheque or receipt number.
       01 DuesMasterStatus  PIC X(02).
       01 DuesHistoryStatus PIC X(02).
       01 DuesOnFile        PIC X VALUE 'N'.
       01 WantedMemberType  PIC X(01).
       01 WantedPaidThrough PIC 9(08).
       01 WantedPaidParts REDEFINES WantedPaidThrough.
           02 WP-YEAR           PIC 9(04).
           02 WP-MONTH          PIC 9(02).
           02 WP-DAY            PIC 9(02).
       01 PaymentAmount     PIC 9(05)V99.
       01 PaymentReference  PIC X(20).
       01 AmountDisplay     PIC ZZZZ9.99.
       01 BalanceDisplay    PIC -ZZZZ9.99.
       01 HistoryKind       PIC X(01).
       01 HistoryAmount     PIC 9(05)V99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenMasterFile
           PERFORM OpenDuesFile
           PERFORM WITH TEST AFTER UNTIL MaintDone EQUAL 'Y'
               DISPLAY " "
               DISPLAY "Player master maintenance:"
               DISPLAY "  C - change a member's name"
               DISPLAY "  D - deactivate a member"
               DISPLAY "  R - reactivate a member"
               DISPLAY "  T - enrol for dues / change membership type"
               DISPLAY "  P - post a dues payment"
               DISPLAY "  N - set a member's name publication"
               DISPLAY "  X - exit"
               DISPLAY "Action: " WITH NO ADVANCING
               ACCEPT MaintAction
                   WHEN "r"
                       MOVE "A" TO WantedStatus
                       PERFORM SetMemberStatus
                   WHEN "T"
                   WHEN "t"
                       PERFORM SetMembershipType
                   WHEN "P"
                   WHEN "p"
                       PERFORM PostDuesPayment
                   WHEN "N"
                   WHEN "n"
                       PERFORM SetPublication
                   WHEN "X"
                   WHEN "x"
                       SET MaintDone TO 'Y'
               END-EVALUATE
           END-PERFORM
           CLOSE PLAYER-MASTER-FILE
           CLOSE DUES-MASTER-FILE
           STOP RUN.

       OpenMasterFile.
               OPEN I-O PLAYER-MASTER-FILE
           END-IF.

       OpenDuesFile.
           OPEN I-O DUES-MASTER-FILE
           IF DuesMasterStatus EQUAL "35"
               OPEN OUTPUT DUES-MASTER-FILE
               CLOSE DUES-MASTER-FILE
               OPEN I-O DUES-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * AddMember
      *   A new member starts active, joined today.  The id must not
               MOVE NewPlayerName  TO PM-NAME
               ACCEPT PM-JOIN-DATE FROM DATE YYYYMMDD
               MOVE "A" TO PM-STATUS
               MOVE "P" TO PM-PUBLISH
               WRITE PLAYER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY WantedPlayerID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * SetPublication
      *   What the published outputs may show of the member: P the
      *   name as on the master, I initials only, W nothing at all.
      *   Blank on the master reads as P.
      *----------------------------------------------------------------
       SetPublication.
           DISPLAY "Player id: " WITH NO ADVANCING
           ACCEPT WantedPlayerID
           MOVE WantedPlayerID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY WantedPlayerID " is not on the master."
               NOT INVALID KEY
                   IF PM-PUBLISH EQUAL SPACE
                       MOVE "P" TO PM-PUBLISH
                   END-IF
                   DISPLAY "Current publication: " PM-PUBLISH
                   DISPLAY "Publication (P publish, I initials only, "
                       "W withhold): " WITH NO ADVANCING
                   ACCEPT WantedPublish
                   IF WantedPublish NOT EQUAL "P"
                           AND WantedPublish NOT EQUAL "I"
                           AND WantedPublish NOT EQUAL "W"
                       DISPLAY "That is not a publication setting."
                   ELSE
                       MOVE WantedPublish TO PM-PUBLISH
                       REWRITE PLAYER-MASTER-RECORD
                       DISPLAY WantedPlayerID " updated."
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * SetMembershipType / ReadDuesRecord / EnrolForDues /
      * WriteDuesRecord / ChangeMembershipType
      *   A member must be on the master before they can be enrolled.
      *   A new enrolment asks for the date the member is paid
      *   through (today when left blank or zero) -- the date the
      *   treasurer's old spreadsheet shows -- and starts square,
      *   nothing charged beyond it.  An enrolled member just gets
      *   the new type; it is what the next renewal is charged at.
      *----------------------------------------------------------------
       SetMembershipType.
           DISPLAY "Player id: " WITH NO ADVANCING
           ACCEPT WantedPlayerID
           MOVE WantedPlayerID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   DISPLAY WantedPlayerID " is not on the master."
               NOT INVALID KEY
                   DISPLAY "Membership type (F full, J junior, "
                       "S senior, L life): " WITH NO ADVANCING
                   ACCEPT WantedMemberType
                   IF WantedMemberType NOT EQUAL "F"
                           AND WantedMemberType NOT EQUAL "J"
                           AND WantedMemberType NOT EQUAL "S"
                           AND WantedMemberType NOT EQUAL "L"
                       DISPLAY "That is not a membership type."
                   ELSE
                       PERFORM ReadDuesRecord
                       IF DuesOnFile EQUAL 'Y'
                           PERFORM ChangeMembershipType
                       ELSE
                           PERFORM EnrolForDues
                       END-IF
                   END-IF
           END-READ.

       ReadDuesRecord.
           MOVE WantedPlayerID TO DM-PLAYER-ID
           READ DUES-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO DuesOnFile
               NOT INVALID KEY
                   MOVE 'Y' TO DuesOnFile
           END-READ.

       EnrolForDues.
           DISPLAY "Paid through (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           MOVE 0 TO WantedPaidThrough
           ACCEPT WantedPaidThrough
           IF WantedPaidThrough EQUAL 0
               ACCEPT WantedPaidThrough FROM DATE YYYYMMDD
           END-IF
           IF WP-MONTH < 1 OR WP-MONTH > 12
                   OR WP-DAY < 1 OR WP-DAY > 31
               DISPLAY WantedPaidThrough " is not a YYYYMMDD date -- "
                   "not enrolled."
           ELSE
               PERFORM WriteDuesRecord
           END-IF.

       WriteDuesRecord.
           MOVE WantedPlayerID    TO DM-PLAYER-ID
           MOVE WantedMemberType  TO DM-MEMBER-TYPE
           MOVE WantedPaidThrough TO DM-PAID-THROUGH
           MOVE WantedPaidThrough TO DM-BILLED-THROUGH
           MOVE 0                 TO DM-BALANCE
           MOVE 0                 TO DM-LAST-PAYMENT-DATE
           MOVE "N"               TO DM-LAPSED
           WRITE DUES-MASTER-RECORD
               INVALID KEY
                   DISPLAY WantedPlayerID
                       " could not be enrolled (status "
                       DuesMasterStatus ")."
               NOT INVALID KEY
                   MOVE "E" TO HistoryKind
                   MOVE 0 TO HistoryAmount
                   MOVE SPACES TO PaymentReference
                   PERFORM WriteDuesHistory
                   DISPLAY WantedPlayerID " enrolled, paid through "
                       DM-PAID-THROUGH "."
           END-WRITE.

       ChangeMembershipType.
           IF DM-MEMBER-TYPE EQUAL WantedMemberType
               DISPLAY WantedPlayerID " is already type "
                   WantedMemberType "."
           ELSE
               MOVE WantedMemberType TO DM-MEMBER-TYPE
               REWRITE DUES-MASTER-RECORD
               MOVE "E" TO HistoryKind
               MOVE 0 TO HistoryAmount
               MOVE SPACES TO PaymentReference
               PERFORM WriteDuesHistory
               DISPLAY WantedPlayerID " is now type "
                   WantedMemberType "."
           END-IF.

      *----------------------------------------------------------------
      * PostDuesPayment
      *   The member's standing is shown before the amount is asked
      *   for.  The payment comes off the balance; once the balance
      *   is cleared, a renewal already charged (DM-BILLED-THROUGH
      *   past DM-PAID-THROUGH) is paid, and the member is paid
      *   through the end of it.  Money beyond the balance stays on
      *   as credit against the next charge.  A lapsed member is put
      *   back by the next billing run, not here, so the status
      *   changes all print on the one report.
      *----------------------------------------------------------------
       PostDuesPayment.
           DISPLAY "Player id: " WITH NO ADVANCING
           ACCEPT WantedPlayerID
           PERFORM ReadDuesRecord
           IF DuesOnFile EQUAL 'N'
               DISPLAY WantedPlayerID " is not enrolled for dues -- "
                   "use T first."
           ELSE
               MOVE DM-BALANCE TO BalanceDisplay
               DISPLAY "Type " DM-MEMBER-TYPE ", paid through "
                   DM-PAID-THROUGH ", balance " BalanceDisplay
               DISPLAY "Amount paid: " WITH NO ADVANCING
               MOVE 0 TO PaymentAmount
               ACCEPT PaymentAmount
               IF PaymentAmount EQUAL 0
                   DISPLAY "Nothing posted."
               ELSE
                   DISPLAY "Cheque/receipt reference: "
                       WITH NO ADVANCING
                   MOVE SPACES TO PaymentReference
                   ACCEPT PaymentReference
                   SUBTRACT PaymentAmount FROM DM-BALANCE
                   ACCEPT DM-LAST-PAYMENT-DATE FROM DATE YYYYMMDD
                   IF DM-BALANCE NOT > 0
                           AND DM-BILLED-THROUGH > DM-PAID-THROUGH
                       MOVE DM-BILLED-THROUGH TO DM-PAID-THROUGH
                   END-IF
                   REWRITE DUES-MASTER-RECORD
                   MOVE "P" TO HistoryKind
                   MOVE PaymentAmount TO HistoryAmount
                   PERFORM WriteDuesHistory
                   MOVE PaymentAmount TO AmountDisplay
                   MOVE DM-BALANCE TO BalanceDisplay
                   DISPLAY AmountDisplay " posted to " WantedPlayerID
                       " -- paid through " DM-PAID-THROUGH
                       ", balance " BalanceDisplay
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WriteDuesHistory
      *   One DUES-HISTORY record for the event in HistoryKind, with
      *   the member's standing as it now is.
      *----------------------------------------------------------------
       WriteDuesHistory.
           OPEN EXTEND DUES-HISTORY-FILE
           IF DuesHistoryStatus EQUAL "35"
               OPEN OUTPUT DUES-HISTORY-FILE
           END-IF
           IF DuesHistoryStatus NOT EQUAL "00"
               DISPLAY "Dues history will not open (status "
                   DuesHistoryStatus ") -- this entry is not in it."
           ELSE
               ACCEPT DH-DATE FROM DATE YYYYMMDD
               ACCEPT DH-TIME FROM TIME
               MOVE DM-PLAYER-ID     TO DH-PLAYER-ID
               MOVE HistoryKind      TO DH-KIND
               MOVE DM-MEMBER-TYPE   TO DH-MEMBER-TYPE
               MOVE HistoryAmount    TO DH-AMOUNT
               MOVE DM-PAID-THROUGH  TO DH-PAID-THROUGH
               MOVE DM-BALANCE       TO DH-BALANCE
               MOVE PaymentReference TO DH-REFERENCE
               WRITE DUES-HISTORY-RECORD
               CLOSE DUES-HISTORY-FILE
           END-IF.

       END PROGRAM PlayerMaint.
