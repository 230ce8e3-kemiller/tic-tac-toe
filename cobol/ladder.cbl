       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ChallengeLadder.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  The nightly challenge
      *                   ladder run, alongside the round-robin
      *                   (TOURNEY) and the Swiss league (LEAGUE).
      *                   Open challenges (LADCHAL.CPY) are settled
      *                   from GAME-RESULT -- the first game between
      *                   the two players dated from the issue date to
      *                   the expiry date; a challenger who won swaps
      *                   rungs with the defender on LADDER-FILE
      *                   (LADDER.CPY), and a draw or a loss leaves
      *                   the ladder as it was.  Games ResultCorrect
      *                   voided settle nothing and corrected ones
      *                   count as corrected.  A challenge past its
      *                   expiry date unplayed is ruled declined.
      *                   Then the day's requests (CHLGIN.CPY) are
      *                   taken: a challenge must name two active
      *                   members, reach no more than LADDER_RANGE
      *                   rungs up (default 3), and involve nobody
      *                   with a challenge already open; it expires
      *                   LADDER_EXPIRY_DAYS (default 14) after
      *                   tonight.  The run ends by printing the
      *                   ladder and the open challenges for the
      *                   noticeboard.  Return code 4 when a request
      *                   was refused, 8 when the run could not be
      *                   made.
      *   2026-10-15  KM  The noticeboard honors the members'
      *                   publication preference (PM-PUBLISH): a member
      *                   publishing initials only is named by initials,
      *                   and a withheld member's rung and challenges
      *                   show WITHHELD in place of the id, with no
      *                   name.  The ladder itself is untouched.  The
      *                   entries masked and suppressed are added to
      *                   the control totals.
      *   2026-10-15  KM  A file that is there but will not open --
      *                   the player master, the ladder, the open
      *                   challenges, the results, the corrections or
      *                   the requests -- now stops the run with
      *                   RETURN-CODE 12 before anything is rewritten;
      *                   only a missing file reads as empty.  The
      *                   settled, declined and refused lines honor
      *                   the publication preference as the
      *                   noticeboard does.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LADDER-FILE ASSIGN TO "LADDER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LadderStatus.

           SELECT LADDER-CHALLENGE-FILE ASSIGN TO "LADCHAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChallengeStatus.

           SELECT CHALLENGE-IN-FILE ASSIGN TO "CHLGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChallengeInStatus.

           SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameResultStatus.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "RESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrAuditStatus.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PlayerMasterStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LADDER-FILE.
       COPY LADDER.

       FD  LADDER-CHALLENGE-FILE.
       COPY LADCHAL.

       FD  CHALLENGE-IN-FILE.
       COPY CHLGIN.

       FD  GAME-RESULT-FILE.
       COPY GAMERES.

       FD  CORRECTION-AUDIT-FILE.
       COPY RESAUD.

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

       01 LadderStatus      PIC X(02).
       01 ChallengeStatus   PIC X(02).
       01 ChallengeInStatus PIC X(02).
       01 GameResultStatus  PIC X(02).
       01 CorrAuditStatus   PIC X(02).
       01 PlayerMasterStatus PIC X(02).
       01 AtEndOfLadder     PIC X VALUE 'N'.
       01 AtEndOfChallenges PIC X VALUE 'N'.
       01 AtEndOfRequests   PIC X VALUE 'N'.
       01 AtEndOfResults    PIC X VALUE 'N'.
       01 AtEndOfAudit      PIC X VALUE 'N'.

      * The ladder, top rung first: a member's rung is their place in
      * the table.
       01 LadderTable.
           02 LadderEntry OCCURS 500 TIMES.
               03 LT-PLAYER-ID      PIC X(08).
               03 LT-SINCE-DATE     PIC 9(08).
       01 LadderCount       PIC 9(04) COMP VALUE 0.
       01 LadderIndex       PIC 9(04) COMP.
       01 WantedPlayerID    PIC X(08).
       01 RungFound         PIC 9(04) COMP.
       01 ChallengerRung    PIC 9(04) COMP.
       01 DefenderRung      PIC 9(04) COMP.
       01 RungsApart        PIC 9(04) COMP.
       01 SwapPlayerID      PIC X(08).

      * Challenges: those carried in from last night, then those
      * taken tonight.  CH-STATE is "O" open, "S" settled, "D"
      * declined; only open ones are written back.
       01 ChallengeTable.
           02 ChallengeEntry OCCURS 500 TIMES.
               03 CH-CHALLENGER     PIC X(08).
               03 CH-DEFENDER       PIC X(08).
               03 CH-ISSUE-DATE     PIC 9(08).
               03 CH-EXPIRY-DATE    PIC 9(08).
               03 CH-STATE          PIC X.
       01 ChallengeCount    PIC 9(04) COMP VALUE 0.
       01 ChallengeIndex    PIC 9(04) COMP.
       01 ChallengeFound    PIC 9(04) COMP.

      * The run's settings.
       01 RunDate           PIC 9(08).
       01 LadderRangeIn     PIC 999 VALUE 0.
       01 LadderRange       PIC 9(03) VALUE 3.
       01 ExpiryDaysIn      PIC 999 VALUE 0.
       01 ExpiryDays        PIC 9(03) VALUE 14.
       01 ExpiryDate        PIC 9(08).

      * Date stepping, for the expiry date: DayNumberDate moved on
      * one day at a time.
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

      * ResultCorrect's overlay: the standing of every corrected
      * game, the last correction for a game id winning.
       01 CorrectionTable.
           02 CorrectionEntry OCCURS 500 TIMES.
               03 CT-GAME-ID        PIC X(16).
               03 CT-ACTION         PIC X.
               03 CT-NEW-WINNER     PIC X(08).
               03 CT-NEW-TYPE       PIC X.
       01 CorrectionCount   PIC 9(04) COMP VALUE 0.
       01 CorrectionIndex   PIC 9(04) COMP.
       01 CorrFoundIndex    PIC 9(04) COMP.
       01 CorrectionsDropped PIC 9(05) VALUE 0.
       01 WinnerOut         PIC X(08).
       01 ResultTypeOut     PIC X.
       01 GameVoided        PIC X.

      * A request being judged.
       01 RefuseReason      PIC X(02).
       01 MemberActive      PIC X.
       01 OutcomeText       PIC X(24).

      * Report working fields.
       01 RungDisplay       PIC ZZ9.
       01 ShownID           PIC X(08).
       01 ShownChallenger   PIC X(08).
       01 PairChallenger    PIC X(08).
       01 PairDefender      PIC X(08).
       01 OpenFailedFile    PIC X(21).
       01 OpenFailedStatus  PIC X(02).
       01 OpenFailedLine    PIC X(72).
       01 OtherRungDisplay  PIC ZZ9.

      * Control totals.
       01 LadderLoaded      PIC 9(05) VALUE 0.
       01 ChallengesCarried PIC 9(05) VALUE 0.
       01 ResultsRead       PIC 9(07) VALUE 0.
       01 ChallengesSettled PIC 9(05) VALUE 0.
       01 RungsSwapped      PIC 9(05) VALUE 0.
       01 ChallengesDeclined PIC 9(05) VALUE 0.
       01 RequestsRead      PIC 9(05) VALUE 0.
       01 ChallengesTaken   PIC 9(05) VALUE 0.
       01 MembersJoined     PIC 9(05) VALUE 0.
       01 RequestsRefused   PIC 9(05) VALUE 0.
       01 ChallengesOpen    PIC 9(05) VALUE 0.

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
           PERFORM SetLadderRules
           OPEN INPUT PLAYER-MASTER-FILE
           IF PlayerMasterStatus EQUAL "35"
               DISPLAY "No player master found -- add members with "
                   "PlayerMaint before running the ladder."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           IF PlayerMasterStatus NOT EQUAL "00"
               MOVE "PLAYER-MASTER" TO OpenFailedFile
               MOVE PlayerMasterStatus TO OpenFailedStatus
               PERFORM RefuseOpenFailure
           END-IF
           PERFORM LoadLadder
           PERFORM LoadChallenges
           PERFORM LoadCorrections
           DISPLAY "CHALLENGE LADDER  " RunDate
           DISPLAY " "
           DISPLAY "CHALLENGES SETTLED"
           PERFORM SettleFromResults
           IF ChallengesSettled EQUAL 0
               DISPLAY "  None."
           END-IF
           DISPLAY " "
           DISPLAY "CHALLENGES DECLINED (EXPIRED UNPLAYED)"
           PERFORM ExpireOneChallenge
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           IF ChallengesDeclined EQUAL 0
               DISPLAY "  None."
           END-IF
           DISPLAY " "
           DISPLAY "REQUESTS REFUSED"
           PERFORM TakeRequests
           IF RequestsRefused EQUAL 0
               DISPLAY "  None."
           END-IF
           PERFORM RewriteLadder
           PERFORM RewriteChallenges
           PERFORM PrintLadder
           PERFORM PrintOpenChallenges
           CLOSE PLAYER-MASTER-FILE
           PERFORM PrintControlTotals
           IF RequestsRefused NOT EQUAL 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * SetLadderRules / ComputeExpiryDate / StepOneDay
      *   The run's settings, and the expiry date for challenges
      *   taken tonight: ExpiryDays on from the run date, a day at a
      *   time through the calendar.
      *----------------------------------------------------------------
       SetLadderRules.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT LadderRangeIn FROM ENVIRONMENT "LADDER_RANGE"
           IF LadderRangeIn IS NUMERIC AND LadderRangeIn > 0
               MOVE LadderRangeIn TO LadderRange
           END-IF
           ACCEPT ExpiryDaysIn FROM ENVIRONMENT "LADDER_EXPIRY_DAYS"
           IF ExpiryDaysIn IS NUMERIC AND ExpiryDaysIn > 0
               MOVE ExpiryDaysIn TO ExpiryDays
           END-IF
           PERFORM ComputeExpiryDate.

       ComputeExpiryDate.
           MOVE RunDate TO DayNumberDate
           PERFORM StepOneDay ExpiryDays TIMES
           MOVE DayNumberDate TO ExpiryDate.

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

      *----------------------------------------------------------------
      * LoadLadder / ReadOneLadderRecord / StoreLadderRecord /
      * FindRung / TestRung
      *   The ladder as last night left it, in rung order.  No file
      *   is an empty ladder -- the first join requests start it; a
      *   file that is there but will not open refuses the run, since
      *   rewriting it from nothing would wipe the ladder.  A
      *   ladder too big for the table refuses the run before anything
      *   is changed, since writing back half of it would drop
      *   members off the bottom.
      *----------------------------------------------------------------
       LoadLadder.
           OPEN INPUT LADDER-FILE
           IF LadderStatus EQUAL "00"
               PERFORM ReadOneLadderRecord
               PERFORM StoreLadderRecord
                   UNTIL AtEndOfLadder EQUAL 'Y'
               CLOSE LADDER-FILE
           ELSE
               IF LadderStatus NOT EQUAL "35"
                   MOVE "LADDER-FILE" TO OpenFailedFile
                   MOVE LadderStatus TO OpenFailedStatus
                   PERFORM RefuseOpenFailure
               END-IF
           END-IF.

       ReadOneLadderRecord.
           READ LADDER-FILE
               AT END
                   SET AtEndOfLadder TO 'Y'
           END-READ.

       StoreLadderRecord.
           IF LadderCount EQUAL 500
               DISPLAY "More than 500 members on the ladder -- "
                   "refusing to run.  Nothing changed."
               CLOSE LADDER-FILE
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           ADD 1 TO LadderCount
           ADD 1 TO LadderLoaded
           MOVE LD-PLAYER-ID  TO LT-PLAYER-ID(LadderCount)
           MOVE LD-SINCE-DATE TO LT-SINCE-DATE(LadderCount)
           PERFORM ReadOneLadderRecord.

       FindRung.
           MOVE 0 TO RungFound
           PERFORM TestRung
               VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount
                   OR RungFound NOT EQUAL 0.

       TestRung.
           IF LT-PLAYER-ID(LadderIndex) EQUAL WantedPlayerID
               MOVE LadderIndex TO RungFound
           END-IF.

      *----------------------------------------------------------------
      * LoadChallenges / ReadOneChallenge / StoreOneChallenge /
      * FindOpenChallenge / TestOpenChallenge
      *   Last night's open challenges; no file is none, and one
      *   that will not open refuses the run, as for the ladder.
      *   FindOpenChallenge looks for an open challenge
      *   WantedPlayerID is in, on either side.
      *----------------------------------------------------------------
       LoadChallenges.
           OPEN INPUT LADDER-CHALLENGE-FILE
           IF ChallengeStatus EQUAL "00"
               PERFORM ReadOneChallenge
               PERFORM StoreOneChallenge
                   UNTIL AtEndOfChallenges EQUAL 'Y'
               CLOSE LADDER-CHALLENGE-FILE
           ELSE
               IF ChallengeStatus NOT EQUAL "35"
                   MOVE "LADDER-CHALLENGE-FILE" TO OpenFailedFile
                   MOVE ChallengeStatus TO OpenFailedStatus
                   PERFORM RefuseOpenFailure
               END-IF
           END-IF.

       ReadOneChallenge.
           READ LADDER-CHALLENGE-FILE
               AT END
                   SET AtEndOfChallenges TO 'Y'
           END-READ.

       StoreOneChallenge.
           IF ChallengeCount EQUAL 500
               DISPLAY "More than 500 open challenges -- "
                   "refusing to run.  Nothing changed."
               CLOSE LADDER-CHALLENGE-FILE
               CLOSE PLAYER-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           ADD 1 TO ChallengeCount
           ADD 1 TO ChallengesCarried
           MOVE LC-CHALLENGER  TO CH-CHALLENGER(ChallengeCount)
           MOVE LC-DEFENDER    TO CH-DEFENDER(ChallengeCount)
           MOVE LC-ISSUE-DATE  TO CH-ISSUE-DATE(ChallengeCount)
           MOVE LC-EXPIRY-DATE TO CH-EXPIRY-DATE(ChallengeCount)
           MOVE "O"            TO CH-STATE(ChallengeCount)
           PERFORM ReadOneChallenge.

       FindOpenChallenge.
           MOVE 0 TO ChallengeFound
           PERFORM TestOpenChallenge
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
                   OR ChallengeFound NOT EQUAL 0.

       TestOpenChallenge.
           IF CH-STATE(ChallengeIndex) EQUAL "O"
                   AND (CH-CHALLENGER(ChallengeIndex)
                           EQUAL WantedPlayerID
                       OR CH-DEFENDER(ChallengeIndex)
                           EQUAL WantedPlayerID)
               MOVE ChallengeIndex TO ChallengeFound
           END-IF.

      *----------------------------------------------------------------
      * LoadCorrections / ReadOneCorrection / NoteOneCorrection /
      * LookupCorrection / TestCorrection / ApplyStandingCorrection
      *   ResultCorrect's audit file, read whole before any result so
      *   each game settles a challenge as it now stands.  No file
      *   means no corrections.
      *----------------------------------------------------------------
       LoadCorrections.
           OPEN INPUT CORRECTION-AUDIT-FILE
           IF CorrAuditStatus EQUAL "00"
               PERFORM ReadOneCorrection
               PERFORM NoteOneCorrection
                   UNTIL AtEndOfAudit EQUAL 'Y'
               CLOSE CORRECTION-AUDIT-FILE
           ELSE
               IF CorrAuditStatus NOT EQUAL "35"
                   MOVE "CORRECTION-AUDIT" TO OpenFailedFile
                   MOVE CorrAuditStatus TO OpenFailedStatus
                   PERFORM RefuseOpenFailure
               END-IF
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

      *----------------------------------------------------------------
      * SettleFromResults / ReadOneResult / CheckOneResult /
      * FindSettlingChallenge / TestSettlingChallenge /
      * SettleOneChallenge / SwapRungs
      *   Every result is held against the open challenges: a game
      *   between a challenge's two players, dated inside its issue-
      *   to-expiry window, settles it -- the first such game in the
      *   file.  A challenger who won takes the defender's rung and
      *   the defender drops to the challenger's.
      *----------------------------------------------------------------
       SettleFromResults.
           IF ChallengeCount NOT EQUAL 0
               OPEN INPUT GAME-RESULT-FILE
               IF GameResultStatus EQUAL "00"
                   PERFORM ReadOneResult
                   PERFORM CheckOneResult
                       UNTIL AtEndOfResults EQUAL 'Y'
                   CLOSE GAME-RESULT-FILE
               ELSE
                   IF GameResultStatus NOT EQUAL "35"
                       MOVE "GAME-RESULT" TO OpenFailedFile
                       MOVE GameResultStatus TO OpenFailedStatus
                       PERFORM RefuseOpenFailure
                   END-IF
               END-IF
           END-IF.

       ReadOneResult.
           READ GAME-RESULT-FILE
               AT END
                   SET AtEndOfResults TO 'Y'
           END-READ.

       CheckOneResult.
           ADD 1 TO ResultsRead
           PERFORM ApplyStandingCorrection
           IF GameVoided EQUAL 'N'
                   AND GR-PLAYER-X NOT EQUAL GR-PLAYER-O
               PERFORM FindSettlingChallenge
               IF ChallengeFound NOT EQUAL 0
                   PERFORM SettleOneChallenge
               END-IF
           END-IF
           PERFORM ReadOneResult.

       FindSettlingChallenge.
           MOVE 0 TO ChallengeFound
           PERFORM TestSettlingChallenge
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
                   OR ChallengeFound NOT EQUAL 0.

       TestSettlingChallenge.
           IF CH-STATE(ChallengeIndex) EQUAL "O"
                   AND GR-DATE NOT < CH-ISSUE-DATE(ChallengeIndex)
                   AND GR-DATE NOT > CH-EXPIRY-DATE(ChallengeIndex)
               IF GR-PLAYER-X EQUAL CH-CHALLENGER(ChallengeIndex)
                       AND GR-PLAYER-O EQUAL CH-DEFENDER(ChallengeIndex)
                   MOVE ChallengeIndex TO ChallengeFound
               END-IF
               IF GR-PLAYER-O EQUAL CH-CHALLENGER(ChallengeIndex)
                       AND GR-PLAYER-X EQUAL CH-DEFENDER(ChallengeIndex)
                   MOVE ChallengeIndex TO ChallengeFound
               END-IF
           END-IF.

       SettleOneChallenge.
           MOVE "S" TO CH-STATE(ChallengeFound)
           ADD 1 TO ChallengesSettled
           MOVE CH-CHALLENGER(ChallengeFound) TO WantedPlayerID
           PERFORM FindRung
           MOVE RungFound TO ChallengerRung
           MOVE CH-DEFENDER(ChallengeFound) TO WantedPlayerID
           PERFORM FindRung
           MOVE RungFound TO DefenderRung
           EVALUATE TRUE
               WHEN WinnerOut EQUAL "DRAW"
                   MOVE "DRAWN -- DEFENDED" TO OutcomeText
               WHEN WinnerOut NOT EQUAL CH-CHALLENGER(ChallengeFound)
                   MOVE "DEFENDED" TO OutcomeText
               WHEN ChallengerRung EQUAL 0 OR DefenderRung EQUAL 0
                   MOVE "WON -- NOT ON LADDER" TO OutcomeText
               WHEN ChallengerRung < DefenderRung
                   MOVE "WON -- ALREADY ABOVE" TO OutcomeText
               WHEN OTHER
                   PERFORM SwapRungs
                   MOVE "WON -- RUNGS SWAPPED" TO OutcomeText
           END-EVALUATE
           MOVE CH-CHALLENGER(ChallengeFound) TO PairChallenger
           MOVE CH-DEFENDER(ChallengeFound) TO PairDefender
           PERFORM ShowChallengePair
           DISPLAY "  " ShownChallenger " v "
               ShownID "  " GR-GAME-ID "  "
               GR-DATE "  " OutcomeText.

       SwapRungs.
           MOVE LT-PLAYER-ID(ChallengerRung) TO SwapPlayerID
           MOVE LT-PLAYER-ID(DefenderRung)
               TO LT-PLAYER-ID(ChallengerRung)
           MOVE SwapPlayerID TO LT-PLAYER-ID(DefenderRung)
           MOVE RunDate TO LT-SINCE-DATE(ChallengerRung)
           MOVE RunDate TO LT-SINCE-DATE(DefenderRung)
           ADD 1 TO RungsSwapped.

      *----------------------------------------------------------------
      * ExpireOneChallenge
      *   Still open after its expiry date means nobody played it:
      *   ruled declined, and the ladder stays as it is.
      *----------------------------------------------------------------
       ExpireOneChallenge.
           IF CH-STATE(ChallengeIndex) EQUAL "O"
                   AND CH-EXPIRY-DATE(ChallengeIndex) < RunDate
               MOVE "D" TO CH-STATE(ChallengeIndex)
               ADD 1 TO ChallengesDeclined
               MOVE CH-CHALLENGER(ChallengeIndex) TO PairChallenger
               MOVE CH-DEFENDER(ChallengeIndex) TO PairDefender
               PERFORM ShowChallengePair
               DISPLAY "  " ShownChallenger " v "
                   ShownID "  issued "
                   CH-ISSUE-DATE(ChallengeIndex) "  expired "
                   CH-EXPIRY-DATE(ChallengeIndex)
           END-IF.

      *----------------------------------------------------------------
      * TakeRequests / ReadOneRequest / JudgeOneRequest /
      * JudgeChallenge / JoinLadder / CheckMemberActive /
      * RefuseRequest
      *   The day's keyed-in requests, in the order keyed, each
      *   against the ladder as the requests before it left it.  No
      *   request file is a quiet day; one that will not open refuses
      *   the run before the ladder is rewritten.
      *----------------------------------------------------------------
       TakeRequests.
           OPEN INPUT CHALLENGE-IN-FILE
           IF ChallengeInStatus EQUAL "00"
               PERFORM ReadOneRequest
               PERFORM JudgeOneRequest
                   UNTIL AtEndOfRequests EQUAL 'Y'
               CLOSE CHALLENGE-IN-FILE
           ELSE
               IF ChallengeInStatus NOT EQUAL "35"
                   MOVE "CHALLENGE-IN" TO OpenFailedFile
                   MOVE ChallengeInStatus TO OpenFailedStatus
                   PERFORM RefuseOpenFailure
               END-IF
           END-IF.

       ReadOneRequest.
           READ CHALLENGE-IN-FILE
               AT END
                   SET AtEndOfRequests TO 'Y'
           END-READ.

       JudgeOneRequest.
           ADD 1 TO RequestsRead
           MOVE SPACES TO RefuseReason
           MOVE CI-CHALLENGER TO WantedPlayerID
           PERFORM CheckMemberActive
           IF MemberActive EQUAL 'N' OR CI-CHALLENGER EQUAL SPACES
               MOVE "01" TO RefuseReason
           END-IF
           IF RefuseReason EQUAL SPACES
               PERFORM FindRung
               IF CI-DEFENDER EQUAL SPACES
                   IF RungFound NOT EQUAL 0
                       MOVE "04" TO RefuseReason
                   ELSE
                       PERFORM JoinLadder
                   END-IF
               ELSE
                   PERFORM JudgeChallenge
               END-IF
           END-IF
           IF RefuseReason NOT EQUAL SPACES
               PERFORM RefuseRequest
           END-IF
           PERFORM ReadOneRequest.

      * RungFound is the challenger's rung on the way in.  The
      * defender is checked first so a refused challenge never puts
      * its challenger on the ladder.
       JudgeChallenge.
           MOVE RungFound TO ChallengerRung
           MOVE CI-DEFENDER TO WantedPlayerID
           PERFORM CheckMemberActive
           IF MemberActive EQUAL 'N' OR CI-DEFENDER EQUAL CI-CHALLENGER
               MOVE "01" TO RefuseReason
           END-IF
           IF RefuseReason EQUAL SPACES
               PERFORM FindRung
               MOVE RungFound TO DefenderRung
               IF ChallengerRung EQUAL 0
                   COMPUTE ChallengerRung = LadderCount + 1
               END-IF
               IF DefenderRung EQUAL 0
                       OR DefenderRung NOT < ChallengerRung
                   MOVE "02" TO RefuseReason
               ELSE
                   COMPUTE RungsApart = ChallengerRung - DefenderRung
                   IF RungsApart > LadderRange
                       MOVE "02" TO RefuseReason
                   END-IF
               END-IF
           END-IF
           IF RefuseReason EQUAL SPACES
               MOVE CI-CHALLENGER TO WantedPlayerID
               PERFORM FindOpenChallenge
               IF ChallengeFound EQUAL 0
                   MOVE CI-DEFENDER TO WantedPlayerID
                   PERFORM FindOpenChallenge
               END-IF
               IF ChallengeFound NOT EQUAL 0
                   MOVE "03" TO RefuseReason
               END-IF
           END-IF
           IF RefuseReason EQUAL SPACES
               IF ChallengeCount EQUAL 500
                   MOVE "05" TO RefuseReason
               ELSE
                   IF ChallengerRung > LadderCount
                       PERFORM JoinLadder
                   END-IF
               END-IF
           END-IF
           IF RefuseReason EQUAL SPACES
               ADD 1 TO ChallengeCount
               MOVE CI-CHALLENGER TO CH-CHALLENGER(ChallengeCount)
               MOVE CI-DEFENDER   TO CH-DEFENDER(ChallengeCount)
               MOVE RunDate       TO CH-ISSUE-DATE(ChallengeCount)
               MOVE ExpiryDate    TO CH-EXPIRY-DATE(ChallengeCount)
               MOVE "O"           TO CH-STATE(ChallengeCount)
               ADD 1 TO ChallengesTaken
           END-IF.

       JoinLadder.
           IF LadderCount EQUAL 500
               MOVE "05" TO RefuseReason
           ELSE
               ADD 1 TO LadderCount
               MOVE CI-CHALLENGER TO LT-PLAYER-ID(LadderCount)
               MOVE RunDate       TO LT-SINCE-DATE(LadderCount)
               ADD 1 TO MembersJoined
           END-IF.

       CheckMemberActive.
           MOVE 'N' TO MemberActive
           MOVE WantedPlayerID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PM-STATUS EQUAL "A"
                       MOVE 'Y' TO MemberActive
                   END-IF
           END-READ.

       RefuseRequest.
           ADD 1 TO RequestsRefused
           MOVE CI-CHALLENGER TO PairChallenger
           MOVE CI-DEFENDER TO PairDefender
           PERFORM ShowChallengePair
           DISPLAY "  " ShownChallenger " v " ShownID "  reason "
               RefuseReason.

      *----------------------------------------------------------------
      * RewriteLadder / WriteOneRung / RewriteChallenges /
      * WriteOneChallenge
      *   Both files as tonight leaves them: the ladder in rung
      *   order, and the challenges still open.
      *----------------------------------------------------------------
       RewriteLadder.
           OPEN OUTPUT LADDER-FILE
           PERFORM WriteOneRung
               VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount
           CLOSE LADDER-FILE.

       WriteOneRung.
           MOVE LadderIndex                TO LD-RUNG
           MOVE LT-PLAYER-ID(LadderIndex)  TO LD-PLAYER-ID
           MOVE LT-SINCE-DATE(LadderIndex) TO LD-SINCE-DATE
           WRITE LADDER-RECORD.

       RewriteChallenges.
           OPEN OUTPUT LADDER-CHALLENGE-FILE
           PERFORM WriteOneChallenge
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           CLOSE LADDER-CHALLENGE-FILE.

       WriteOneChallenge.
           IF CH-STATE(ChallengeIndex) EQUAL "O"
               ADD 1 TO ChallengesOpen
               MOVE CH-CHALLENGER(ChallengeIndex)  TO LC-CHALLENGER
               MOVE CH-DEFENDER(ChallengeIndex)    TO LC-DEFENDER
               MOVE CH-ISSUE-DATE(ChallengeIndex)  TO LC-ISSUE-DATE
               MOVE CH-EXPIRY-DATE(ChallengeIndex) TO LC-EXPIRY-DATE
               WRITE LADDER-CHALLENGE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * PrintLadder / PrintOneRung / PrintOpenChallenges /
      * PrintOneChallenge / ShowChallengePair / LookupMemberName
      *   The noticeboard: every rung with the member's name, then
      *   every open challenge with both players' rungs and the day
      *   it must be played by -- each member shown as the member
      *   allows it published.  ShowChallengePair does the same for
      *   the two ids of a settled, declined or refused challenge:
      *   ShownChallenger and ShownID, WITHHELD where the member is.
      *----------------------------------------------------------------
       PrintLadder.
           DISPLAY " "
           DISPLAY "THE LADDER"
           DISPLAY "  RUNG  MEMBER    NAME                            "
               "SINCE"
           PERFORM PrintOneRung
               VARYING LadderIndex FROM 1 BY 1
               UNTIL LadderIndex > LadderCount
           IF LadderCount EQUAL 0
               DISPLAY "  Nobody is on the ladder yet."
           END-IF.

       PrintOneRung.
           MOVE LadderIndex TO RungDisplay
           MOVE LT-PLAYER-ID(LadderIndex) TO WantedPlayerID
           PERFORM LookupMemberName
           PERFORM CountPublication
           DISPLAY "   " RungDisplay "  " ShownID
               "  " PublishedName "  " LT-SINCE-DATE(LadderIndex).

       PrintOpenChallenges.
           DISPLAY " "
           DISPLAY "OPEN CHALLENGES"
           DISPLAY "  CHALLENGER  RUNG  DEFENDER    RUNG  ISSUED    "
               "PLAY BY"
           PERFORM PrintOneChallenge
               VARYING ChallengeIndex FROM 1 BY 1
               UNTIL ChallengeIndex > ChallengeCount
           IF ChallengesOpen EQUAL 0
               DISPLAY "  None."
           END-IF.

       PrintOneChallenge.
           IF CH-STATE(ChallengeIndex) EQUAL "O"
               MOVE CH-CHALLENGER(ChallengeIndex) TO WantedPlayerID
               PERFORM FindRung
               MOVE RungFound TO RungDisplay
               PERFORM LookupMemberName
               IF PublishAs EQUAL "W"
                   ADD 1 TO EntriesSuppressed
               END-IF
               MOVE ShownID TO ShownChallenger
               MOVE CH-DEFENDER(ChallengeIndex) TO WantedPlayerID
               PERFORM FindRung
               MOVE RungFound TO OtherRungDisplay
               PERFORM LookupMemberName
               IF PublishAs EQUAL "W"
                   ADD 1 TO EntriesSuppressed
               END-IF
               DISPLAY "  " ShownChallenger "     "
                   RungDisplay "  " ShownID "     "
                   OtherRungDisplay "  " CH-ISSUE-DATE(ChallengeIndex)
                   "  " CH-EXPIRY-DATE(ChallengeIndex)
           END-IF.

       ShowChallengePair.
           MOVE PairChallenger TO WantedPlayerID
           PERFORM LookupMemberName
           IF PublishAs EQUAL "W"
               ADD 1 TO EntriesSuppressed
           END-IF
           MOVE ShownID TO ShownChallenger
           MOVE PairDefender TO WantedPlayerID
           PERFORM LookupMemberName
           IF PublishAs EQUAL "W"
               ADD 1 TO EntriesSuppressed
           END-IF.

       LookupMemberName.
           MOVE "P" TO PublishAs
           MOVE SPACES TO PublishedName
           MOVE WantedPlayerID TO PM-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-NAME
               NOT INVALID KEY
                   PERFORM ApplyPublication
           END-READ
           MOVE WantedPlayerID TO ShownID
           IF PublishAs EQUAL "W"
               MOVE "WITHHELD" TO ShownID
           END-IF.

       PrintControlTotals.
           DISPLAY " "
           DISPLAY "CONTROL TOTALS"
           DISPLAY "  Ladder members loaded:   " LadderLoaded
           DISPLAY "  Challenges carried in:   " ChallengesCarried
           DISPLAY "  Results read:            " ResultsRead
           DISPLAY "  Challenges settled:      " ChallengesSettled
           DISPLAY "  Rungs swapped:           " RungsSwapped
           DISPLAY "  Challenges declined:     " ChallengesDeclined
           DISPLAY "  Requests read:           " RequestsRead
           DISPLAY "  Challenges taken:        " ChallengesTaken
           DISPLAY "  Members joined:          " MembersJoined
           DISPLAY "  Requests refused:        " RequestsRefused
           DISPLAY "  Entries masked:          " EntriesMasked
           DISPLAY "  Entries suppressed:      " EntriesSuppressed
           DISPLAY "  Challenges open:         " ChallengesOpen
           IF CorrectionsDropped NOT EQUAL 0
               DISPLAY "  Corrections dropped (table full): "
                   CorrectionsDropped
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
      * RefuseOpenFailure
      *   A file that is there but will not open (a status other than
      *   35) -- most often a layout change the file was not rebuilt
      *   for.  Nothing has been rewritten yet, so the run stops with
      *   12 and last night's ladder stands.
      *----------------------------------------------------------------
       RefuseOpenFailure.
           MOVE SPACES TO OpenFailedLine
           STRING OpenFailedFile DELIMITED BY SPACE
               " will not open (status " DELIMITED BY SIZE
               OpenFailedStatus DELIMITED BY SIZE
               ") -- refusing to run." DELIMITED BY SIZE
               INTO OpenFailedLine
           DISPLAY OpenFailedLine
           DISPLAY "Nothing changed."
           MOVE 12 TO RETURN-CODE
           PERFORM LogRunControl
           STOP RUN.

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
               MOVE "LADDER" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "SETTLED" TO RL-COUNT-LABEL(1)
               MOVE ChallengesSettled TO RL-COUNT-VALUE(1)
               MOVE "DECLINED" TO RL-COUNT-LABEL(2)
               MOVE ChallengesDeclined TO RL-COUNT-VALUE(2)
               MOVE "REFUSED" TO RL-COUNT-LABEL(3)
               MOVE RequestsRefused TO RL-COUNT-VALUE(3)
               MOVE "OPEN" TO RL-COUNT-LABEL(4)
               MOVE ChallengesOpen TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM ChallengeLadder.
