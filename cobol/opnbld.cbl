       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OpeningBookBuild.
       AUTHOR.      K-MILLER.
       INSTALLATION. GAME-ROOM.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *   2026-10-15  KM  Initial version.  Builds the opening book
      *                   (OPNBOOK.CPY) the computer opponent plays
      *                   from.  Every game in the move log -- live
      *                   MOVELOG and the MLARCHIV archive -- is
      *                   joined to its GAME-RESULT record, replayed
      *                   in ML-SEQ order (undos taken back), and
      *                   each reply made from the first OPNBLD_DEPTH
      *                   plies (default 4) is credited with how the
      *                   game went for the side that made it, by
      *                   board size.  The book is rewritten whole
      *                   each run, and the same run prints the
      *                   opening-statistics report.  Games voided
      *                   through ResultCorrect are left out and
      *                   corrected ones count as corrected; forfeits
      *                   are left out too -- a game lost on the
      *                   clock says nothing about the moves.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameResultStatus.

           SELECT CORRECTION-AUDIT-FILE ASSIGN TO "RESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrAuditStatus.

           SELECT MOVE-LOG-FILE ASSIGN TO "MOVELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MoveLogStatus.

           SELECT MOVE-ARCHIVE-FILE ASSIGN TO "MLARCHIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveStatus.

           SELECT OPENING-BOOK-FILE ASSIGN TO "OPNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BookStatus.

           SELECT LOG-WORK ASSIGN TO "OBLGWORK".

           SELECT BOOK-WORK ASSIGN TO "OBBKWORK".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULT-FILE.
       COPY GAMERES.

       FD  CORRECTION-AUDIT-FILE.
       COPY RESAUD.

       FD  MOVE-LOG-FILE.
       COPY MOVELOG.

      * The archive is read under the MOVELOG layout with renamed
      * fields, the way MoveLogArchive writes it.
       FD  MOVE-ARCHIVE-FILE.
       COPY MOVELOG REPLACING
           ==MOVE-LOG-RECORD== BY ==MOVE-ARCHIVE-RECORD==
           LEADING ==ML-== BY ==MA-==.

       FD  OPENING-BOOK-FILE.
       COPY OPNBOOK.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

      * The moves of the games being booked, put back into game and
      * sequence order -- correspondence games interleave in the log
      * night by night, and a game may straddle the archive.
       SD  LOG-WORK.
       01  LOG-WORK-RECORD.
           05  LW-GAME-ID                  PIC X(16).
           05  LW-SEQ                      PIC 9(05).
           05  LW-TYPE                     PIC X(01).
           05  LW-PLAYER                   PIC X(01).
           05  LW-CELL                     PIC 9(02).
           05  LW-BOARD-SIDE               PIC 9(02).
           05  LW-BOARD                    PIC X(81).
           05  LW-RESULT                   PIC X(01).

      * The finished book on its way out, grouped for the report
      * with the best reply to each position first.
       SD  BOOK-WORK.
       01  BOOK-WORK-RECORD.
           05  BW-BOARD-SIDE               PIC 9(02).
           05  BW-PLY                      PIC 9(02).
           05  BW-POSITION                 PIC X(81).
           05  BW-SCORE                    PIC 9(04).
           05  BW-GAMES                    PIC 9(05).
           05  BW-MOVER                    PIC X(01).
           05  BW-REPLY                    PIC 9(02).
           05  BW-WINS                     PIC 9(05).
           05  BW-DRAWS                    PIC 9(05).
           05  BW-LOSSES                   PIC 9(05).

       WORKING-STORAGE SECTION.

      * The run-control log record's status, and when this run
      * started.
       01 RunControlStatus  PIC X(02).
       01 RunStartDate      PIC 9(08).
       01 RunStartTime      PIC 9(08).

       01 GameResultStatus  PIC X(02).
       01 CorrAuditStatus   PIC X(02).
       01 MoveLogStatus     PIC X(02).
       01 ArchiveStatus     PIC X(02).
       01 BookStatus        PIC X(02).
       01 AtEndOfResults    PIC X VALUE 'N'.
       01 AtEndOfAudit      PIC X VALUE 'N'.
       01 AtEndOfLog        PIC X VALUE 'N'.
       01 SortAtEnd         PIC X VALUE 'N'.

      * How deep the book goes: replies made with fewer than this
      * many marks on the board (OPNBLD_DEPTH, default 4, at most 9).
       01 BookDepthIn       PIC 999 VALUE 0.
       01 BookDepth         PIC 9(02) VALUE 4.

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

      * Which side won each game, off the result file: RM-RESULT is
      * the winning letter, "D" for a draw.
       01 ResultMapTable.
           02 ResultMapEntry OCCURS 2000 TIMES.
               03 RM-GAME-ID        PIC X(16).
               03 RM-RESULT         PIC X.
       01 ResultMapCount    PIC 9(04) COMP VALUE 0.
       01 ResultMapIndex    PIC 9(04) COMP.
       01 MapFoundIndex     PIC 9(04) COMP.
       01 WantedGameID      PIC X(16).

      * The game being replayed, and the early replies made in it so
      * far.  An undo, or a move logged at a depth already on the
      * stack, pops back to where the board says the game is.
       01 CurrentGameID     PIC X(16) VALUE SPACES.
       01 CurrentResult     PIC X.
       01 CurrentSide       PIC 9(02).
       01 ReplyStack.
           02 ReplyEntry OCCURS 9 TIMES.
               03 RS-PLY            PIC 9(02) COMP.
               03 RS-MOVER          PIC X.
               03 RS-POSITION       PIC X(81).
               03 RS-REPLY          PIC 9(02) COMP.
       01 ReplyCount        PIC 9(02) COMP VALUE 0.
       01 ReplyIndex        PIC 9(02) COMP.
       01 PlyOnBoard        PIC 9(02) COMP.
       01 CellsInPlay       PIC 9(02) COMP.
       01 EmptyCells        PIC 9(02) COMP.
       01 PositionBoard     PIC X(81).

      * The book as it is built.
       01 BookTable.
           02 BookEntry OCCURS 2000 TIMES.
               03 BE-SIDE           PIC 9(02) COMP.
               03 BE-PLY            PIC 9(02) COMP.
               03 BE-MOVER          PIC X.
               03 BE-POSITION       PIC X(81).
               03 BE-REPLY          PIC 9(02) COMP.
               03 BE-WINS           PIC 9(05) COMP.
               03 BE-DRAWS          PIC 9(05) COMP.
               03 BE-LOSSES         PIC 9(05) COMP.
       01 BookCount         PIC 9(04) COMP VALUE 0.
       01 BookIndex         PIC 9(04) COMP.
       01 BookFoundIndex    PIC 9(04) COMP.
       01 BookGames         PIC 9(05) COMP.

      * Report working fields.
       01 LastSide          PIC 9(02) VALUE 0.
       01 LastPly           PIC 9(02) VALUE 0.
       01 LastPosition      PIC X(81) VALUE SPACES.
       01 PositionText      PIC X(90).
       01 PositionTextLen   PIC 9(02) COMP.
       01 PositionCell      PIC 9(02) COMP.
       01 BoardRowIndex     PIC 9(02) COMP.
       01 BoardColumnIndex  PIC 9(02) COMP.
       01 SideDisplay       PIC 9.
       01 PlyDisplay        PIC Z9.
       01 ReplyDisplay      PIC Z9.
       01 CountDisplay      PIC ZZZZ9.
       01 WinsDisplay       PIC ZZZZ9.
       01 DrawsDisplay      PIC ZZZZ9.
       01 LossesDisplay     PIC ZZZZ9.
       01 ScoreDisplay      PIC ZZ9.9.

      * Control totals.
       01 ResultsRead       PIC 9(07) VALUE 0.
       01 ResultsVoided     PIC 9(07) VALUE 0.
       01 ResultsForfeit    PIC 9(07) VALUE 0.
       01 ResultsNoIds      PIC 9(07) VALUE 0.
       01 ResultsDropped    PIC 9(05) VALUE 0.
       01 LogRecordsRead    PIC 9(07) VALUE 0.
       01 LogRecordsSorted  PIC 9(07) VALUE 0.
       01 GamesBooked       PIC 9(05) VALUE 0.
       01 RepliesCredited   PIC 9(07) VALUE 0.
       01 EntriesDropped    PIC 9(05) VALUE 0.
       01 EntriesWritten    PIC 9(05) VALUE 0.
       01 PositionsPrinted  PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           PERFORM StartRunControl
           ACCEPT BookDepthIn FROM ENVIRONMENT "OPNBLD_DEPTH"
           IF BookDepthIn IS NUMERIC AND BookDepthIn > 0
                   AND BookDepthIn <= 9
               MOVE BookDepthIn TO BookDepth
           END-IF
           PERFORM LoadCorrections
           PERFORM LoadResultMap
           SORT LOG-WORK
               ON ASCENDING KEY LW-GAME-ID LW-SEQ
               INPUT PROCEDURE IS ReleaseLoggedMoves
               OUTPUT PROCEDURE IS ReplayLoggedGames
           OPEN OUTPUT OPENING-BOOK-FILE
           IF BookStatus NOT EQUAL "00"
               DISPLAY "Opening book will not open (status "
                   BookStatus ") -- nothing written."
               MOVE 12 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           DISPLAY " "
           DISPLAY "OPENING STATISTICS"
           SORT BOOK-WORK
               ON ASCENDING KEY BW-BOARD-SIDE BW-PLY BW-POSITION
               ON DESCENDING KEY BW-SCORE BW-GAMES
               ON ASCENDING KEY BW-REPLY
               INPUT PROCEDURE IS ReleaseBookEntries
               OUTPUT PROCEDURE IS WriteBookAndReport
           CLOSE OPENING-BOOK-FILE
           PERFORM PrintControlTotals
           PERFORM LogRunControl
           STOP RUN.

      *----------------------------------------------------------------
      * LoadCorrections / ReadOneCorrection / NoteOneCorrection /
      * LookupCorrection / TestCorrection / ApplyStandingCorrection
      *   ResultCorrect's audit file, read whole before any result so
      *   each game is booked as it now stands.  No file means no
      *   corrections.
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

      *----------------------------------------------------------------
      * LoadResultMap / ReadOneResult / NoteOneResult /
      * FindResultMapEntry / TestResultMapEntry
      *   The winning letter of every game that can be booked.  A
      *   winner id matching neither side (or matching both, when a
      *   member played themselves) cannot be given a letter, so the
      *   game is passed over with the results lacking ids.
      *----------------------------------------------------------------
       LoadResultMap.
           OPEN INPUT GAME-RESULT-FILE
           IF GameResultStatus EQUAL "35"
               DISPLAY "No game result file -- nothing to book."
               MOVE 8 TO RETURN-CODE
               PERFORM LogRunControl
               STOP RUN
           END-IF
           PERFORM ReadOneResult
           PERFORM NoteOneResult
               UNTIL AtEndOfResults EQUAL 'Y'
           CLOSE GAME-RESULT-FILE.

       ReadOneResult.
           READ GAME-RESULT-FILE
               AT END
                   SET AtEndOfResults TO 'Y'
           END-READ.

       NoteOneResult.
           ADD 1 TO ResultsRead
           PERFORM ApplyStandingCorrection
           EVALUATE TRUE
               WHEN GameVoided EQUAL 'Y'
                   ADD 1 TO ResultsVoided
               WHEN ResultTypeOut EQUAL "F"
                   ADD 1 TO ResultsForfeit
               WHEN GR-GAME-ID EQUAL SPACES
                       OR GR-PLAYER-X EQUAL GR-PLAYER-O
                   ADD 1 TO ResultsNoIds
               WHEN WinnerOut NOT EQUAL "DRAW"
                       AND WinnerOut NOT EQUAL GR-PLAYER-X
                       AND WinnerOut NOT EQUAL GR-PLAYER-O
                   ADD 1 TO ResultsNoIds
               WHEN ResultMapCount NOT < 2000
                   ADD 1 TO ResultsDropped
               WHEN OTHER
                   ADD 1 TO ResultMapCount
                   MOVE GR-GAME-ID TO RM-GAME-ID(ResultMapCount)
                   EVALUATE TRUE
                       WHEN WinnerOut EQUAL "DRAW"
                           MOVE "D" TO RM-RESULT(ResultMapCount)
                       WHEN WinnerOut EQUAL GR-PLAYER-X
                           MOVE "X" TO RM-RESULT(ResultMapCount)
                       WHEN OTHER
                           MOVE "O" TO RM-RESULT(ResultMapCount)
                   END-EVALUATE
           END-EVALUATE
           PERFORM ReadOneResult.

       FindResultMapEntry.
           MOVE 0 TO MapFoundIndex
           PERFORM TestResultMapEntry
               VARYING ResultMapIndex FROM 1 BY 1
               UNTIL ResultMapIndex > ResultMapCount
                   OR MapFoundIndex NOT EQUAL 0.

       TestResultMapEntry.
           IF RM-GAME-ID(ResultMapIndex) EQUAL WantedGameID
               MOVE ResultMapIndex TO MapFoundIndex
           END-IF.

      *----------------------------------------------------------------
      * ReleaseLoggedMoves / ReadOneLogRecord / ReleaseOneLogRecord /
      * ReadOneArchiveRecord / ReleaseOneArchiveRecord /
      * ReleaseOneMove
      *   Moves and undos of the games the result map knows, from
      *   the live log and then the archive, each carrying its
      *   game's result into the sort.  Either file missing is
      *   simply nothing to read.
      *----------------------------------------------------------------
       ReleaseLoggedMoves.
           OPEN INPUT MOVE-LOG-FILE
           IF MoveLogStatus EQUAL "00"
               MOVE 'N' TO AtEndOfLog
               PERFORM ReadOneLogRecord
               PERFORM ReleaseOneLogRecord
                   UNTIL AtEndOfLog EQUAL 'Y'
               CLOSE MOVE-LOG-FILE
           END-IF
           OPEN INPUT MOVE-ARCHIVE-FILE
           IF ArchiveStatus EQUAL "00"
               MOVE 'N' TO AtEndOfLog
               PERFORM ReadOneArchiveRecord
               PERFORM ReleaseOneArchiveRecord
                   UNTIL AtEndOfLog EQUAL 'Y'
               CLOSE MOVE-ARCHIVE-FILE
           END-IF.

       ReadOneLogRecord.
           READ MOVE-LOG-FILE
               AT END
                   SET AtEndOfLog TO 'Y'
           END-READ.

       ReleaseOneLogRecord.
           PERFORM ReleaseOneMove
           PERFORM ReadOneLogRecord.

       ReadOneArchiveRecord.
           READ MOVE-ARCHIVE-FILE
               AT END
                   SET AtEndOfLog TO 'Y'
           END-READ.

      * An archived record goes through the live record area, so one
      * paragraph releases both.
       ReleaseOneArchiveRecord.
           MOVE MOVE-ARCHIVE-RECORD TO MOVE-LOG-RECORD
           PERFORM ReleaseOneMove
           PERFORM ReadOneArchiveRecord.

       ReleaseOneMove.
           ADD 1 TO LogRecordsRead
           IF ML-GAME-ID NOT EQUAL SPACES
                   AND (ML-TYPE EQUAL "M" OR ML-TYPE EQUAL "U")
                   AND ML-BOARD-SIDE IS NUMERIC
                   AND ML-BOARD-SIDE > 0 AND ML-BOARD-SIDE <= 9
                   AND ML-CELL IS NUMERIC AND ML-CELL > 0
                   AND ML-CELL <= ML-BOARD-SIDE * ML-BOARD-SIDE
               MOVE ML-GAME-ID TO WantedGameID
               PERFORM FindResultMapEntry
               IF MapFoundIndex NOT EQUAL 0
                   MOVE ML-GAME-ID    TO LW-GAME-ID
                   MOVE ML-SEQ        TO LW-SEQ
                   MOVE ML-TYPE       TO LW-TYPE
                   MOVE ML-PLAYER     TO LW-PLAYER
                   MOVE ML-CELL       TO LW-CELL
                   MOVE ML-BOARD-SIDE TO LW-BOARD-SIDE
                   MOVE ML-BOARD      TO LW-BOARD
                   MOVE RM-RESULT(MapFoundIndex) TO LW-RESULT
                   ADD 1 TO LogRecordsSorted
                   RELEASE LOG-WORK-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ReplayLoggedGames / ReplayOneLogRecord / PlaceOneMove /
      * TakeBackToBoard / CountMarksOnBoard / FinishBookGame /
      * CreditOneReply
      *   One game at a time, in move order.  The marks on each
      *   logged board say how deep into the game it is: a move's
      *   snapshot holds its own mark, so the reply was made at one
      *   less; an undo's snapshot is the board after the take-back.
      *   Either way, replies on the stack at or past that depth did
      *   not stand and come off.  A move inside the book depth goes
      *   on the stack with the position it was made from -- the
      *   snapshot with its own square cleared.  When the game id
      *   changes, everything left on the stack is credited with
      *   the game's result.
      *----------------------------------------------------------------
       ReplayLoggedGames.
           MOVE 0 TO ReplyCount
           PERFORM ReplayOneLogRecord
               UNTIL SortAtEnd EQUAL 'Y'
           PERFORM FinishBookGame.

       ReplayOneLogRecord.
           RETURN LOG-WORK
               AT END
                   SET SortAtEnd TO 'Y'
               NOT AT END
                   IF LW-GAME-ID NOT EQUAL CurrentGameID
                       PERFORM FinishBookGame
                       MOVE LW-GAME-ID    TO CurrentGameID
                       MOVE LW-RESULT     TO CurrentResult
                       MOVE LW-BOARD-SIDE TO CurrentSide
                   END-IF
                   IF LW-TYPE EQUAL "M"
                       PERFORM PlaceOneMove
                   ELSE
                       PERFORM CountMarksOnBoard
                       PERFORM TakeBackToBoard
                   END-IF
           END-RETURN.

       PlaceOneMove.
           PERFORM CountMarksOnBoard
           IF PlyOnBoard > 0
               SUBTRACT 1 FROM PlyOnBoard
           END-IF
           PERFORM TakeBackToBoard
           IF PlyOnBoard < BookDepth AND ReplyCount < 9
               MOVE LW-BOARD TO PositionBoard
               MOVE SPACE TO PositionBoard(LW-CELL:1)
               ADD 1 TO ReplyCount
               MOVE PlyOnBoard    TO RS-PLY(ReplyCount)
               MOVE LW-PLAYER     TO RS-MOVER(ReplyCount)
               MOVE PositionBoard TO RS-POSITION(ReplyCount)
               MOVE LW-CELL       TO RS-REPLY(ReplyCount)
           END-IF.

       TakeBackToBoard.
           PERFORM PopOneReply
               UNTIL ReplyCount EQUAL 0
                   OR RS-PLY(ReplyCount) < PlyOnBoard.

       PopOneReply.
           SUBTRACT 1 FROM ReplyCount.

       CountMarksOnBoard.
           COMPUTE CellsInPlay = LW-BOARD-SIDE * LW-BOARD-SIDE
           MOVE 0 TO EmptyCells
           INSPECT LW-BOARD(1:CellsInPlay)
               TALLYING EmptyCells FOR ALL SPACE
           COMPUTE PlyOnBoard = CellsInPlay - EmptyCells.

       FinishBookGame.
           IF CurrentGameID NOT EQUAL SPACES
               ADD 1 TO GamesBooked
               PERFORM CreditOneReply
                   VARYING ReplyIndex FROM 1 BY 1
                   UNTIL ReplyIndex > ReplyCount
           END-IF
           MOVE 0 TO ReplyCount.

       CreditOneReply.
           PERFORM FindBookEntry
           IF BookFoundIndex NOT EQUAL 0
               ADD 1 TO RepliesCredited
               EVALUATE TRUE
                   WHEN CurrentResult EQUAL "D"
                       ADD 1 TO BE-DRAWS(BookFoundIndex)
                   WHEN CurrentResult EQUAL RS-MOVER(ReplyIndex)
                       ADD 1 TO BE-WINS(BookFoundIndex)
                   WHEN OTHER
                       ADD 1 TO BE-LOSSES(BookFoundIndex)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * FindBookEntry / TestBookEntry
      *   The book line for this reply from this position at this
      *   board size, added when new; a full table counts the reply
      *   as dropped.
      *----------------------------------------------------------------
       FindBookEntry.
           MOVE 0 TO BookFoundIndex
           PERFORM TestBookEntry
               VARYING BookIndex FROM 1 BY 1
               UNTIL BookIndex > BookCount
                   OR BookFoundIndex NOT EQUAL 0
           IF BookFoundIndex EQUAL 0
               IF BookCount < 2000
                   ADD 1 TO BookCount
                   MOVE BookCount TO BookFoundIndex
                   MOVE CurrentSide TO BE-SIDE(BookFoundIndex)
                   MOVE RS-PLY(ReplyIndex) TO BE-PLY(BookFoundIndex)
                   MOVE RS-MOVER(ReplyIndex)
                       TO BE-MOVER(BookFoundIndex)
                   MOVE RS-POSITION(ReplyIndex)
                       TO BE-POSITION(BookFoundIndex)
                   MOVE RS-REPLY(ReplyIndex)
                       TO BE-REPLY(BookFoundIndex)
                   MOVE 0 TO BE-WINS(BookFoundIndex)
                   MOVE 0 TO BE-DRAWS(BookFoundIndex)
                   MOVE 0 TO BE-LOSSES(BookFoundIndex)
               ELSE
                   ADD 1 TO EntriesDropped
               END-IF
           END-IF.

       TestBookEntry.
           IF BE-SIDE(BookIndex) EQUAL CurrentSide
                   AND BE-REPLY(BookIndex) EQUAL RS-REPLY(ReplyIndex)
                   AND BE-MOVER(BookIndex) EQUAL RS-MOVER(ReplyIndex)
                   AND BE-POSITION(BookIndex)
                       EQUAL RS-POSITION(ReplyIndex)
               MOVE BookIndex TO BookFoundIndex
           END-IF.

      *----------------------------------------------------------------
      * ReleaseBookEntries / ReleaseOneBookEntry
      *   Every book line into the second sort, its record scored:
      *   points per thousand, a win two and a draw one, over two
      *   points a game.
      *----------------------------------------------------------------
       ReleaseBookEntries.
           PERFORM ReleaseOneBookEntry
               VARYING BookIndex FROM 1 BY 1
               UNTIL BookIndex > BookCount.

       ReleaseOneBookEntry.
           COMPUTE BookGames = BE-WINS(BookIndex)
               + BE-DRAWS(BookIndex) + BE-LOSSES(BookIndex)
           MOVE BE-SIDE(BookIndex)     TO BW-BOARD-SIDE
           MOVE BE-PLY(BookIndex)      TO BW-PLY
           MOVE BE-POSITION(BookIndex) TO BW-POSITION
           MOVE BookGames              TO BW-GAMES
           MOVE BE-MOVER(BookIndex)    TO BW-MOVER
           MOVE BE-REPLY(BookIndex)    TO BW-REPLY
           MOVE BE-WINS(BookIndex)     TO BW-WINS
           MOVE BE-DRAWS(BookIndex)    TO BW-DRAWS
           MOVE BE-LOSSES(BookIndex)   TO BW-LOSSES
           COMPUTE BW-SCORE ROUNDED =
               (2 * BE-WINS(BookIndex) + BE-DRAWS(BookIndex)) * 500
               / BookGames
           RELEASE BOOK-WORK-RECORD.

      *----------------------------------------------------------------
      * WriteBookAndReport / WriteOneBookLine / PrintPositionHeading
      * / BuildPositionText / BuildPositionRow / BuildPositionCell
      *   The book file in report order, and the report itself: each
      *   board size, each position under it with the replies tried
      *   from there, best record first.
      *----------------------------------------------------------------
       WriteBookAndReport.
           MOVE 'N' TO SortAtEnd
           PERFORM WriteOneBookLine
               UNTIL SortAtEnd EQUAL 'Y'
           IF EntriesWritten EQUAL 0
               DISPLAY "  No logged games to book."
           END-IF.

       WriteOneBookLine.
           RETURN BOOK-WORK
               AT END
                   SET SortAtEnd TO 'Y'
               NOT AT END
                   MOVE BW-BOARD-SIDE TO OB-BOARD-SIDE
                   MOVE BW-PLY        TO OB-PLY
                   MOVE BW-MOVER      TO OB-MOVER
                   MOVE BW-POSITION   TO OB-POSITION
                   MOVE BW-REPLY      TO OB-REPLY
                   MOVE BW-GAMES      TO OB-GAMES
                   MOVE BW-WINS       TO OB-WINS
                   MOVE BW-DRAWS      TO OB-DRAWS
                   MOVE BW-LOSSES     TO OB-LOSSES
                   MOVE BW-SCORE      TO OB-SCORE
                   WRITE OPENING-BOOK-RECORD
                   ADD 1 TO EntriesWritten
                   IF BW-BOARD-SIDE NOT EQUAL LastSide
                       MOVE BW-BOARD-SIDE TO SideDisplay
                       DISPLAY " "
                       DISPLAY "BOARD " SideDisplay "x" SideDisplay
                       MOVE 0 TO LastPly
                       MOVE SPACES TO LastPosition
                   END-IF
                   IF BW-BOARD-SIDE NOT EQUAL LastSide
                           OR BW-PLY NOT EQUAL LastPly
                           OR BW-POSITION NOT EQUAL LastPosition
                       PERFORM PrintPositionHeading
                   END-IF
                   MOVE BW-REPLY  TO ReplyDisplay
                   MOVE BW-GAMES  TO CountDisplay
                   MOVE BW-WINS   TO WinsDisplay
                   MOVE BW-DRAWS  TO DrawsDisplay
                   MOVE BW-LOSSES TO LossesDisplay
                   COMPUTE ScoreDisplay = BW-SCORE / 10
                   DISPLAY "      " ReplyDisplay "   " CountDisplay
                       "  " WinsDisplay "  " DrawsDisplay "  "
                       LossesDisplay "   " ScoreDisplay "%"
           END-RETURN.

       PrintPositionHeading.
           MOVE BW-BOARD-SIDE TO LastSide
           MOVE BW-PLY        TO LastPly
           MOVE BW-POSITION   TO LastPosition
           ADD 1 TO PositionsPrinted
           PERFORM BuildPositionText
           COMPUTE PlyDisplay = BW-PLY + 1
           DISPLAY "  Move " PlyDisplay ", " BW-MOVER " to play from "
               PositionText(1:PositionTextLen)
           DISPLAY "    REPLY  GAMES    WON  DRAWN   LOST   SCORE".

      * The position one row at a time, rows split by "/", an empty
      * square shown as "." -- the same text the club extract uses.
       BuildPositionText.
           MOVE SPACES TO PositionText
           MOVE 0 TO PositionTextLen
           PERFORM BuildPositionRow
               VARYING BoardRowIndex FROM 1 BY 1
               UNTIL BoardRowIndex > BW-BOARD-SIDE.

       BuildPositionRow.
           PERFORM BuildPositionCell
               VARYING BoardColumnIndex FROM 1 BY 1
               UNTIL BoardColumnIndex > BW-BOARD-SIDE
           IF BoardRowIndex NOT EQUAL BW-BOARD-SIDE
               ADD 1 TO PositionTextLen
               MOVE "/" TO PositionText(PositionTextLen:1)
           END-IF.

       BuildPositionCell.
           COMPUTE PositionCell =
               (BoardRowIndex - 1) * BW-BOARD-SIDE + BoardColumnIndex
           ADD 1 TO PositionTextLen
           IF BW-POSITION(PositionCell:1) EQUAL SPACE
               MOVE "." TO PositionText(PositionTextLen:1)
           ELSE
               MOVE BW-POSITION(PositionCell:1)
                   TO PositionText(PositionTextLen:1)
           END-IF.

       PrintControlTotals.
           DISPLAY " "
           DISPLAY "CONTROL TOTALS"
           DISPLAY "  Results read:            " ResultsRead
           IF ResultsVoided NOT EQUAL 0
               DISPLAY "  Voided (left out):       " ResultsVoided
           END-IF
           DISPLAY "  Forfeits (left out):     " ResultsForfeit
           IF ResultsNoIds NOT EQUAL 0
               DISPLAY "  No usable ids/winner:    " ResultsNoIds
           END-IF
           IF ResultsDropped NOT EQUAL 0
               DISPLAY "  Results dropped (table full): "
                   ResultsDropped
           END-IF
           IF CorrectionsDropped NOT EQUAL 0
               DISPLAY "  Corrections dropped (table full): "
                   CorrectionsDropped
           END-IF
           DISPLAY "  Log records read:        " LogRecordsRead
           DISPLAY "  Moves replayed:          " LogRecordsSorted
           DISPLAY "  Games booked:            " GamesBooked
           DISPLAY "  Replies credited:        " RepliesCredited
           IF EntriesDropped NOT EQUAL 0
               DISPLAY "  Replies dropped (book full): "
                   EntriesDropped
           END-IF
           DISPLAY "  Book entries written:    " EntriesWritten
           DISPLAY "  Positions in the book:   " PositionsPrinted.

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
               MOVE "OPNBLD" TO RL-PROGRAM
               MOVE RunStartDate TO RL-START-DATE
               MOVE RunStartTime TO RL-START-TIME
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               ACCEPT RL-END-TIME FROM TIME
               MOVE RETURN-CODE TO RL-RETURN-CODE
               MOVE "GAMES" TO RL-COUNT-LABEL(1)
               MOVE GamesBooked TO RL-COUNT-VALUE(1)
               MOVE "MOVES" TO RL-COUNT-LABEL(2)
               MOVE LogRecordsSorted TO RL-COUNT-VALUE(2)
               MOVE "ENTRIES" TO RL-COUNT-LABEL(3)
               MOVE EntriesWritten TO RL-COUNT-VALUE(3)
               MOVE "DROPPED" TO RL-COUNT-LABEL(4)
               MOVE EntriesDropped TO RL-COUNT-VALUE(4)
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       END PROGRAM OpeningBookBuild.
