      *================================================================
      *  RUNCTL.CPY
      *  Record layout for RUN-CONTROL-FILE -- the job stream's own
      *  log.  Every batch program appends one record as it ends, on
      *  the normal way out and on every refusal: which program ran
      *  (RL-PROGRAM, the source member name -- CORRESP, RESPOST),
      *  when it started and ended, the return code it left for the
      *  schedule, and up to four of its control totals, each under a
      *  label saying what it counts.  Unused count slots are blank
      *  labels with zero values.  Two labels carry a hand-off
      *  between steps and mean the same thing on every program that
      *  uses them: "RESULTS" is GAME-RESULT records the run wrote,
      *  and "PICKED-UP" is the results ResultPost took off the file
      *  past its high-water mark (posted plus skipped).  OPSCHK.CBL
      *  reads the log each morning against the expected nightly
      *  sequence and holds every RESPOST's PICKED-UP to the RESULTS
      *  handed to it since the RESPOST before.
      *================================================================
       01  RUN-CONTROL-RECORD.
           05  RL-PROGRAM                  PIC X(08).
           05  RL-START-DATE               PIC 9(08).
           05  RL-START-TIME               PIC 9(08).
           05  RL-END-DATE                 PIC 9(08).
           05  RL-END-TIME                 PIC 9(08).
           05  RL-RETURN-CODE              PIC 9(03).
           05  RL-COUNT OCCURS 4 TIMES.
               10  RL-COUNT-LABEL          PIC X(10).
               10  RL-COUNT-VALUE          PIC 9(07).
