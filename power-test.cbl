           01  IDENTITY-MARGIN   PIC S9(4)V9(3)  VALUE 0.001.
           01  PROP-MARGIN       PIC S9(4)V9(3)  VALUE 0.100.
           01  RANDOM-SCRATCH    PIC 9V9(9).
           COPY 'grid-request.cpy'.
           01  RANGE-SLOT        PIC 9(1).
      *    Shrink-search working storage: a failing trial is bisected
      *    down toward PC-RANGE-LOW for the simplest base that still
           MOVE TESTS-RUN      TO CKPT-TESTS-RUN.
           MOVE PASSES         TO CKPT-PASSES.
           MOVE FAILURES       TO CKPT-FAILURES.
           MOVE PC-GRID-BASE   TO CKPT-GRID-BASE.

           OPEN OUTPUT POWER-CKPT-FILE.
           WRITE PROPERTY-CHECKPOINT-RECORD.
                   TO PC-RANGE-HIGH
           END-IF.

      *    Random mode draws the trial's input from the PC-SEED
      *    sequence; boundary-grid mode takes the grid point the trial
      *    index names instead, and BOUNDARY-GRID points PC-RANGE-LOW
      *    and PC-RANGE-HIGH at the range the point lies in.
       POWER-DRAW-TRIAL-INPUT.
           PERFORM POWER-SELECT-TRIAL-RANGE.
           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM.
           COMPUTE INPUT-NUMBER = PC-RANGE-LOW +
           COMPUTE EXPONENT-WHOLE = PC-RANGE2-LOW +
               (RANDOM-SCRATCH * (PC-RANGE2-HIGH - PC-RANGE2-LOW)).

       POWER-GRID-TRIAL-INPUT.
           SET GR-POINT-MODE TO TRUE.
           MOVE PROP-TRIAL-IDX TO GR-POINT-IDX.
           CALL 'BOUNDARY-GRID' USING GRID-REQUEST, PROPERTY-CONFIG.
           MOVE GR-INPUT TO INPUT-NUMBER.
           MOVE GR-INPUT-2 TO EXPONENT-WHOLE.

       POWER-PROPERTY-TRIAL.
           IF PC-GRID-MODE
               PERFORM POWER-GRID-TRIAL-INPUT
           ELSE
               PERFORM POWER-DRAW-TRIAL-INPUT
           END-IF.

           IF EXPONENT-WHOLE > 1
               AND FUNCTION ABS(INPUT-NUMBER) > 99
               MOVE 1 TO EXPONENT-WHOLE
