      *================================================================
      *  OPNBOOK.CPY
      *  Record layout for OPENING-BOOK-FILE -- the club's opening
      *  book, rebuilt from scratch by OPNBLD.CBL out of the move log
      *  (live and archived) joined to the game results.  One record
      *  per reply seen from an early position: OB-POSITION is the
      *  board before the reply, laid out as ML-BOARD is (only the
      *  first OB-BOARD-SIDE squared cells mean anything), OB-PLY the
      *  marks already on it, OB-MOVER the letter that replied, and
      *  OB-REPLY the square it took.  OB-WINS/OB-DRAWS/OB-LOSSES are
      *  how the games went from the replying side's point of view,
      *  and OB-SCORE the record as points per thousand -- a win two
      *  points, a draw one, over two points a game -- so readers
      *  can rank replies without arithmetic of their own.  Records
      *  come out grouped by board size, ply, and position, best
      *  reply first.  The computer opponent in TicTacToe, TOURNEY,
      *  and LEAGUE consults it when it has no win to take or line
      *  to block.
      *================================================================
       01  OPENING-BOOK-RECORD.
           05  OB-BOARD-SIDE               PIC 9(02).
           05  OB-PLY                      PIC 9(02).
           05  OB-MOVER                    PIC X(01).
           05  OB-POSITION                 PIC X(81).
           05  OB-REPLY                    PIC 9(02).
           05  OB-GAMES                    PIC 9(05).
           05  OB-WINS                     PIC 9(05).
           05  OB-DRAWS                    PIC 9(05).
           05  OB-LOSSES                   PIC 9(05).
           05  OB-SCORE                    PIC 9(04).
