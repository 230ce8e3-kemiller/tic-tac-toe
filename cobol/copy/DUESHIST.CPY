      *================================================================
      *  DUESHIST.CPY
      *  Record layout for DUES-HISTORY -- the append-only history of
      *  every payment, charge, and membership change against
      *  DUES-MASTER (DUESMAST.CPY), one record per event, never
      *  rewritten.  DH-KIND says what happened:
      *    "E"  enrolled, or membership type changed (no amount)
      *    "P"  payment received -- DH-REFERENCE carries the cheque
      *         or receipt number the treasurer entered
      *    "C"  renewal charged for the member's type
      *    "L"  lapsed -- PM-STATUS set to "I" for unpaid dues
      *    "R"  reinstated -- PM-STATUS set back to "A" once paid
      *  DH-AMOUNT is the money moved (payments and charges alike
      *  positive); DH-PAID-THROUGH and DH-BALANCE are the member's
      *  standing after the event, so the history can be read on its
      *  own against the bank deposits.  Written by PLYMAINT.CBL and
      *  DUESBILL.CBL.
      *================================================================
       01  DUES-HISTORY-RECORD.
           05  DH-DATE                     PIC 9(08).
           05  DH-TIME                     PIC 9(08).
           05  DH-PLAYER-ID                PIC X(08).
           05  DH-KIND                     PIC X(01).
           05  DH-MEMBER-TYPE              PIC X(01).
           05  DH-AMOUNT                   PIC 9(05)V99.
           05  DH-PAID-THROUGH             PIC 9(08).
           05  DH-BALANCE                  PIC S9(05)V99
                                           SIGN IS LEADING SEPARATE.
           05  DH-REFERENCE                PIC X(20).
