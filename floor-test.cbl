           01  FLOOR-DIFF        PIC S9(4)V9(3).
           01  ONE-BOUND         PIC S9(4)V9(3)  VALUE 1.
           01  RANDOM-SCRATCH    PIC 9V9(9).
           COPY 'grid-request.cpy'.
           01  RANGE-SLOT        PIC 9(1).
      *    One-operand suites log a zero second input to MATHTRLS.
           01  NO-SECOND-OPERAND PIC S9(4)V9(3)  VALUE ZERO.
           MOVE TESTS-RUN      TO CKPT-TESTS-RUN.
           MOVE PASSES         TO CKPT-PASSES.
           MOVE FAILURES       TO CKPT-FAILURES.
           MOVE PC-GRID-BASE   TO CKPT-GRID-BASE.

           OPEN OUTPUT FLOOR-CKPT-FILE.
           WRITE PROPERTY-CHECKPOINT-RECORD.
                   TO PC-RANGE-HIGH
           END-IF.

      *    Random mode draws the trial's input from the PC-SEED
      *    sequence; boundary-grid mode takes the grid point the trial
      *    index names instead, and BOUNDARY-GRID points PC-RANGE-LOW
      *    and PC-RANGE-HIGH at the range the point lies in.
       FLOOR-DRAW-TRIAL-INPUT.
           PERFORM FLOOR-SELECT-TRIAL-RANGE.
           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM.
           COMPUTE INPUT-NUMBER = PC-RANGE-LOW +
               (RANDOM-SCRATCH * (PC-RANGE-HIGH - PC-RANGE-LOW)).

       FLOOR-GRID-TRIAL-INPUT.
           SET GR-POINT-MODE TO TRUE.
           MOVE PROP-TRIAL-IDX TO GR-POINT-IDX.
           CALL 'BOUNDARY-GRID' USING GRID-REQUEST, PROPERTY-CONFIG.
           MOVE GR-INPUT TO INPUT-NUMBER.

       FLOOR-PROPERTY-TRIAL.
           IF PC-GRID-MODE
               PERFORM FLOOR-GRID-TRIAL-INPUT
           ELSE
               PERFORM FLOOR-DRAW-TRIAL-INPUT
           END-IF.

           CALL 'WRITE-TRIAL-LOG' USING
               'FLOOR-TEST                    ',
               PROP-TRIAL-IDX, PC-SEED, INPUT-NUMBER,
