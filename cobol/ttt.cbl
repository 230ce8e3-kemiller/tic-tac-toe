      *                   the move log carries an "R" record so the
      *                   replay shows the resignation instead of a
      *                   game that just stops.
      *   2026-10-15  KM  Append a record to RUN-CONTROL-FILE
      *                   (RUNCTL.CPY) on every way out -- start, end,
      *                   return code, and the transactions read,
      *                   applied, and rejected and the games completed
      *                   (RESULTS), batch runs only -- for the morning
      *                   operations check, OPSCHK.CBL.
      *   2026-10-15  KM  The computer opponent now plays from the
      *                   club's opening book (OPNBOOK.CPY, built by
      *                   OPNBLD.CBL) when it has no line to block or
      *                   win to take: the reply with the best record
      *                   from the position on the board, or a square
      *                   nobody has tried there when every known
      *                   reply has lost more than it won.  No book,
      *                   or a position the book has not seen, plays
      *                   the first free square as before.
      *   2026-10-15  KM  GR-PLAYED-BY is written blank: the games
      *                   played here are not TOURNEY or LEAGUE games.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveRejectStatus.

           SELECT OPENING-BOOK-FILE ASSIGN TO "OPNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BookStatus.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       FD  MOVE-REJECT-FILE.
       COPY MOVEREJ.

       FD  OPENING-BOOK-FILE.
       COPY OPNBOOK.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 CurrentPlayer     PIC A VALUE "X".
       01 CurrentMove       PIC 9(10).

       01 MoveHistoryCount  PIC 9(02) COMP VALUE 0.
       01 UndoneCell        PIC 9(02) COMP.

      * The opening book for this board size, in the book's own order
      * -- best reply to each position first -- loaded only when the
      * computer is playing.  A full table simply stops loading; the
      * computer plays the first free square wherever the book runs
      * out.
       01 BookStatus        PIC X(02).
       01 AtEndOfBook       PIC X VALUE 'N'.
       01 BookTable.
           02 BookEntry OCCURS 1000 TIMES.
               03 BK-MOVER          PIC X.
               03 BK-POSITION       PIC X(81).
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
           PERFORM OpenResultFile
           PERFORM OpenMoveLog
           PERFORM DetermineBoardSize
               PERFORM ResumeGame
           END-IF
           PERFORM BuildWinLines
           IF ComputerLetter NOT EQUAL SPACE
               PERFORM LoadOpeningBook
           END-IF
           PERFORM WITH TEST AFTER UNTIL GameOver EQUAL 'T'
               PERFORM DisplayBoard
               IF ComputerLetter NOT EQUAL SPACE
               PERFORM CloseBatchFiles
               PERFORM SetBatchReturnCode
           END-IF.
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
               DISPLAY "Cannot open MOVES-FILE for batch play -- "
                   "stopping."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN OUTPUT BATCH-REPORT-FILE
               DISPLAY "Cannot open BATCH-REPORT-FILE -- stopping."
               CLOSE MOVES-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           OPEN OUTPUT MOVE-REJECT-FILE
               CLOSE MOVES-FILE
               CLOSE BATCH-REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF.

      * / TryCandidateCell / FindFirstFreeCell / TryFreeCell
      *   Picks CurrentMove for the computer's turn: block the
      *   opponent's winning line if one is open, else take a winning
      *   line of its own, else play from the opening book (see
      *   ConsultOpeningBook), else take the first free square.  Falls
      *   into the same MOVE TO Cell(CurrentMove) path used for a
      *   human move.
      *   TryCandidateCell looks ahead by temporarily placing
               MOVE CurrentPlayer TO TestLetter
               PERFORM FindWinningCell
           END-IF
           IF ChosenCell EQUAL 0
               PERFORM ConsultOpeningBook
           END-IF
           IF ChosenCell EQUAL 0
               PERFORM FindFirstFreeCell
           END-IF
               MOVE CandidateCell TO ChosenCell
           END-IF.

      *----------------------------------------------------------------
      * LoadOpeningBook / ReadOneBookEntry / NoteOneBookEntry
      *   Reads the opening book (OPNBOOK.CPY) into BookTable, keeping
      *   only this board size.  No book file means no book.
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
           IF OB-BOARD-SIDE EQUAL BoardSide
                   AND OB-REPLY IS NUMERIC
                   AND OB-REPLY > 0 AND OB-REPLY <= CellCount
                   AND OB-SCORE IS NUMERIC
                   AND BookCount < 1000
               ADD 1 TO BookCount
               MOVE OB-MOVER    TO BK-MOVER(BookCount)
               MOVE OB-POSITION TO BK-POSITION(BookCount)
               MOVE OB-REPLY    TO BK-REPLY(BookCount)
               MOVE OB-SCORE    TO BK-SCORE(BookCount)
           END-IF
           PERFORM ReadOneBookEntry.

      *----------------------------------------------------------------
      * ConsultOpeningBook / TestBookReply / FindUntriedCell /
      * TryUntriedCell / TestReplyTried
      *   Sets ChosenCell from the book when the board is a position
      *   the book knows with CurrentPlayer to move: the first reply
      *   listed for it is the best record.  When even that reply has
      *   scored under half (OB-SCORE below 500), a free square with
      *   no book line from here is taken instead -- an untried reply
      *   cannot do worse than one known to lose.  Leaves ChosenCell
      *   zero when the book has nothing to say.
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
                   AND BK-POSITION(BookIndex) EQUAL CurrentBoardValues
                   AND Cell(BK-REPLY(BookIndex)) EQUAL SPACE
               MOVE BookIndex TO BookFoundIndex
           END-IF.

       FindUntriedCell.
           MOVE 0 TO UntriedCell
           PERFORM TryUntriedCell
               VARYING CandidateCell FROM 1 BY 1
               UNTIL CandidateCell > CellCount
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
                   AND BK-POSITION(BookIndex) EQUAL CurrentBoardValues
               MOVE 'Y' TO ReplyTried
           END-IF.

      *----------------------------------------------------------------
      * OpenMoveLog / CloseMoveLog / WriteMoveLog
      *   Append a transcript record for every accepted move so the
           MOVE SPACES               TO GR-BOARD
           MOVE CurrentBoardValues(1:CellCount) TO GR-BOARD(1:CellCount)
           MOVE GameEndKind          TO GR-RESULT-TYPE
           MOVE SPACE                TO GR-PLAYED-BY
           WRITE GAME-RESULT-RECORD.

       ResolveWinnerID.
               MOVE PlayerOID TO GameWinner
           END-IF.

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
           IF BatchMode EQUAL 'Y'
               OPEN EXTEND RUN-CONTROL-FILE
               IF RunControlStatus EQUAL "35"
                   OPEN OUTPUT RUN-CONTROL-FILE
               END-IF
               IF RunControlStatus NOT EQUAL "00"
                   DISPLAY "Run-control log will not open (status "
                       RunControlStatus ") -- this run is not logged."
               ELSE
                   INITIALIZE RUN-CONTROL-RECORD
                   MOVE "TTT" TO RL-PROGRAM
                   MOVE RunStartDate TO RL-START-DATE
                   MOVE RunStartTime TO RL-START-TIME
                   ACCEPT RL-END-DATE FROM DATE YYYYMMDD
                   ACCEPT RL-END-TIME FROM TIME
                   MOVE RETURN-CODE TO RL-RETURN-CODE
                   MOVE "READ" TO RL-COUNT-LABEL(1)
                   MOVE BatchTransRead TO RL-COUNT-VALUE(1)
                   MOVE "APPLIED" TO RL-COUNT-LABEL(2)
                   MOVE BatchTransApplied TO RL-COUNT-VALUE(2)
                   MOVE "REJECTED" TO RL-COUNT-LABEL(3)
                   MOVE BatchTransRejected TO RL-COUNT-VALUE(3)
                   MOVE "RESULTS" TO RL-COUNT-LABEL(4)
                   MOVE GamesCompleted TO RL-COUNT-VALUE(4)
                   WRITE RUN-CONTROL-RECORD
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       END PROGRAM TicTacToe.
