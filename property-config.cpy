                   10  PC-RANGE-ENTRY OCCURS 3 TIMES.
                       15  PC-GEN-RANGE-LOW   PIC S9(4)V9(3).
                       15  PC-GEN-RANGE-HIGH  PIC S9(4)V9(3).
      *    How each trial's input is generated. Random mode draws
      *    from the PC-SEED sequence as above; boundary-grid mode
      *    walks BOUNDARY-GRID's deterministic points instead - every
      *    whole number and every x.500 in the generation ranges and
      *    0.001 either side of each - with the trial index naming
      *    the point, so a checkpoint-resumed run lands on the same
      *    points. The grid shape says what the second operand does:
      *    nothing, a grid of its own crossed with the first
      *    operand's (MOD), whole values crossed (POWER's exponent),
      *    or a grid of its own walked alongside the first operand
      *    (ORACLE-TEST's divisor). The drivers set both.
               05  PC-GEN-MODE       PIC X(01).
                   88  PC-RANDOM-MODE       VALUE 'R'.
                   88  PC-GRID-MODE         VALUE 'G'.
               05  PC-GRID-SHAPE     PIC X(01).
                   88  PC-GRID-ONE-OPERAND  VALUE '1'.
                   88  PC-GRID-CROSSED      VALUE 'X'.
                   88  PC-GRID-WHOLE-CROSSED VALUE 'W'.
                   88  PC-GRID-PAIRED       VALUE 'P'.
      *    Grid points walked before this call. A grid bigger than
      *    the suites' trial index is walked in slices, the suite
      *    called once per slice with PC-TRIAL-COUNT the slice's
      *    size; BOUNDARY-GRID adds this base to the slice's trial
      *    index to find the point. Zero for an unsliced run.
               05  PC-GRID-BASE      PIC 9(9).
