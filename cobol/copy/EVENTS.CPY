      *================================================================
      *  EVENTS.CPY
      *  Record layout for EVENT-FILE -- one record per scheduled club
      *  event, keyed in by the secretary when the event is
      *  announced.  EV-EVENT-ID is the id members sign up under
      *  (EN-EVENT-ID on EVENTRY.CPY).  EV-TYPE is "T" for a round-
      *  robin run by TOURNEY.CBL or "L" for a league run by
      *  LEAGUE.CBL; EV-DATE is the day it is played.  EV-ENTRY-CAP
      *  is how many may play -- zero, or more than the 40 both
      *  programs hold, means 40.  EV-MIN-RATING is the lowest
      *  PLAYER-STATS rating accepted, zero for an open event.
      *  Read by ROSBLD.CBL, which builds the event's PLYROSTR.
      *================================================================
       01  EVENT-RECORD.
           05  EV-EVENT-ID                 PIC X(08).
           05  EV-TYPE                     PIC X(01).
           05  EV-DATE                     PIC 9(08).
           05  EV-ENTRY-CAP                PIC 9(03).
           05  EV-MIN-RATING               PIC 9(05).
           05  EV-TITLE                    PIC X(30).
