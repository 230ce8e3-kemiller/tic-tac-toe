      *  move, double-write a finished game's result, or hand REPLAY
      *  duplicate log sequences.  The counter fields carry the
      *  control totals across the restart so the trailer covers the
      *  whole night.  CC-GAMES-TIMED-OUT, at the end of the record,
      *  counts the games the deadline sweep has already forfeited --
      *  each is gone from the bank on disk, so a resumed sweep
      *  cannot see it to count it again.  The file is emptied when
      *  the run completes.
      *================================================================
       01  CORR-CHECKPOINT-RECORD.
           05  CC-TRANS-DONE               PIC 9(07).
           05  CC-TRANS-REJECTED           PIC 9(05).
           05  CC-GAMES-OPENED             PIC 9(05).
           05  CC-GAMES-COMPLETED          PIC 9(05).
           05  CC-GAMES-TIMED-OUT          PIC 9(05).
