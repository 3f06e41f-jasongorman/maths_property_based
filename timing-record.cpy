      *    One elapsed-time measurement appended to MATHTIME by
      *    WRITE-TIMING: either a whole suite CALL (scope SUITE, trial
      *    index zero) or one checkpoint interval of a property loop
      *    (scope CKPT, trial index of the checkpointed trial). A
      *    boundary-grid run's whole-suite time goes down as scope
      *    GRID instead: its trial count is the grid's size, not the
      *    standard run's, so it is kept out of the SUITE-scope
      *    figures the runtime gate averages.
      *    Elapsed time is in centiseconds, matching the resolution of
      *    CURRENT-DATE.
           01  TIMING-RECORD.
               05  TM-SCOPE          PIC X(05).
                   88  TM-SUITE-SCOPE    VALUE 'SUITE'.
                   88  TM-CKPT-SCOPE     VALUE 'CKPT '.
                   88  TM-GRID-SCOPE     VALUE 'GRID '.
               05  TM-TRIAL-IDX      PIC 9(5).
               05  TM-ELAPSED-CS     PIC 9(9).
