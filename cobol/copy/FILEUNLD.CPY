      *  carried, and "T" the control trailer, always last, carrying
      *  the record count and the summed tallies (for PLYSTAT: wins,
      *  losses, draws, rating; for PLYMAST: summed join dates as a
      *  hash total, the active count, the inactive count, and the
      *  count publishing initials only or withheld -- zero on an
      *  image from before PLYMAST carried PM-PUBLISH, whose blank
      *  reloads as published).
      *  Reload refuses a file whose records do not add back up to
      *  its trailer, so a truncated or doctored unload cannot
      *  quietly become the live file.
               10  UN-PM-NAME              PIC X(30).
               10  UN-PM-JOIN-DATE         PIC 9(08).
               10  UN-PM-STATUS            PIC X(01).
               10  UN-PM-PUBLISH           PIC X(01).
               10  FILLER                  PIC X(02).
           05  UN-TRAILER-BODY REDEFINES UN-BODY.
               10  UN-TR-COUNT             PIC 9(07).
               10  UN-TR-SUM-1             PIC 9(09).
