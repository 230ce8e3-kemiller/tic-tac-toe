      *  join date, and an active/inactive flag.  PM-STATUS is "A"
      *  while the member may be entered in games and tournaments and
      *  "I" once deactivated; ids are never deleted, so history keeps
      *  pointing at a real record.  Maintained by PLYMAINT.CBL, and
      *  switched by DUESBILL.CBL when dues lapse or are made good;
      *  TOURNEY.CBL rejects roster entries that are missing from
      *  here or inactive, and the reports use PM-NAME to print names
      *  next to ids.  PM-PUBLISH is the member's publication
      *  preference, set through PLYMAINT.CBL: "P" (or blank, as every
      *  record from before the field reads) publish the name, "I"
      *  publish initials only, "W" withhold the member from published
      *  output altogether.  The published outputs -- EXTRACT,
      *  BULLETIN, STATRPT, CAREER, SEASRPT, MATCHRPT, the TOURNEY and
      *  LEAGUE standings, and the LADDER and ROSBLD notices -- honor
      *  it and count what they masked or suppressed; statements and
      *  the audit jobs still show everything.  Adding the field
      *  lengthened the record: a PLYMAST from before it must be
      *  unloaded by the FILEUTIL.CBL of its own day and reloaded by
      *  the current one, which brings every member in as published.
      *================================================================
       01  PLAYER-MASTER-RECORD.
           05  PM-PLAYER-ID                PIC X(08).
           05  PM-NAME                     PIC X(30).
           05  PM-JOIN-DATE                PIC 9(08).
           05  PM-STATUS                   PIC X(01).
           05  PM-PUBLISH                  PIC X(01).
