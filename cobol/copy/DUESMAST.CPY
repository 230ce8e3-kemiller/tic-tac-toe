      *================================================================
      *  DUESMAST.CPY
      *  Record layout for DUES-MASTER -- one record per dues-paying
      *  club member, keyed by player id like PLAYER-MASTER.
      *  DM-MEMBER-TYPE is the membership the member pays for: "F"
      *  full, "J" junior, "S" senior, "L" life (never billed).
      *  DM-PAID-THROUGH is the last day the member's dues cover;
      *  DM-BILLED-THROUGH the end of the latest term charged --
      *  greater than DM-PAID-THROUGH while a renewal is charged and
      *  not yet paid.  DM-BALANCE is charges less payments, negative
      *  when the member is in credit.  DM-LAPSED is "Y" while the
      *  member stands deactivated by the billing run for unpaid
      *  dues, so the run can reinstate them once paid and leave a
      *  member deactivated by hand alone.  Enrolled and paid through
      *  PLYMAINT.CBL; billed, lapsed, and reinstated by
      *  DUESBILL.CBL.  Every change is also written to DUES-HISTORY
      *  (DUESHIST.CPY).
      *================================================================
       01  DUES-MASTER-RECORD.
           05  DM-PLAYER-ID                PIC X(08).
           05  DM-MEMBER-TYPE              PIC X(01).
           05  DM-PAID-THROUGH             PIC 9(08).
           05  DM-BILLED-THROUGH           PIC 9(08).
           05  DM-BALANCE                  PIC S9(05)V99
                                           SIGN IS LEADING SEPARATE.
           05  DM-LAST-PAYMENT-DATE        PIC 9(08).
           05  DM-LAPSED                   PIC X(01).
