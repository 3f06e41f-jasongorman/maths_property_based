           01  REBUILT-DIVIDEND  PIC S9(4)V9(3).
           01  PROP-MARGIN       PIC S9(4)V9(3)  VALUE 0.005.
           01  RANDOM-SCRATCH    PIC 9V9(9).
           COPY 'grid-request.cpy'.
           01  RANGE-SLOT        PIC 9(1).
      *    Shrink-search working storage: a failing trial is bisected
      *    down toward PC-RANGE-LOW for the simplest dividend that
           MOVE TESTS-RUN      TO CKPT-TESTS-RUN.
           MOVE PASSES         TO CKPT-PASSES.
           MOVE FAILURES       TO CKPT-FAILURES.
           MOVE PC-GRID-BASE   TO CKPT-GRID-BASE.

           OPEN OUTPUT MOD-CKPT-FILE.
           WRITE PROPERTY-CHECKPOINT-RECORD.
                   TO PC-RANGE-HIGH
           END-IF.

      *    Random mode draws the trial's input from the PC-SEED
      *    sequence; boundary-grid mode takes the grid point the trial
      *    index names instead, and BOUNDARY-GRID points PC-RANGE-LOW
      *    and PC-RANGE-HIGH at the range the point lies in.
       MOD-DRAW-TRIAL-INPUT.
           PERFORM MOD-SELECT-TRIAL-RANGE.
           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM.
           COMPUTE INPUT-NUMBER = PC-RANGE-LOW +
           COMPUTE INPUT-NUMBER-2 = PC-RANGE2-LOW +
               (RANDOM-SCRATCH * (PC-RANGE2-HIGH - PC-RANGE2-LOW)).

       MOD-GRID-TRIAL-INPUT.
           SET GR-POINT-MODE TO TRUE.
           MOVE PROP-TRIAL-IDX TO GR-POINT-IDX.
           CALL 'BOUNDARY-GRID' USING GRID-REQUEST, PROPERTY-CONFIG.
           MOVE GR-INPUT TO INPUT-NUMBER.
           MOVE GR-INPUT-2 TO INPUT-NUMBER-2.

       MOD-PROPERTY-TRIAL.
           IF PC-GRID-MODE
               PERFORM MOD-GRID-TRIAL-INPUT
           ELSE
               PERFORM MOD-DRAW-TRIAL-INPUT
           END-IF.

           CALL 'WRITE-TRIAL-LOG' USING
               'MOD-TEST                      ',
               PROP-TRIAL-IDX, PC-SEED, INPUT-NUMBER,
