       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORACLE-TEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORACLE-CKPT-FILE ASSIGN TO 'ORCLCKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORACLE-CKPT-FILE.
           COPY 'property-checkpoint.cpy'.
       WORKING-STORAGE SECTION.
      *    Differential testing against the compiler's own intrinsic
      *    functions: every routine is fed the same drawn input and
      *    its answer is held against what FUNCTION INTEGER, ABS and
      *    SQRT (and the exponent operator) give for it. The
      *    intrinsics are an independent implementation, so a
      *    disagreement beyond the margin means one of the two is
      *    wrong, and it is never the intrinsic that gets shipped.
           01  EVAL-INPUT        PIC S9(4)V9(3).
           01  EVAL-DIVISOR      PIC S9(4)V9(3).
           01  EVAL-EXPONENT     PIC S9(4)V9(3).
           01  EVAL-ROOT-INPUT   PIC S9(4)V9(3).
           01  OUR-CEIL          PIC S9(4)V9(3).
           01  OUR-FLOOR         PIC S9(4)V9(3).
           01  OUR-ROUND         PIC S9(4)V9(3).
           01  OUR-ABS           PIC S9(4)V9(3).
           01  OUR-SQRT          PIC S9(4)V9(3).
           01  OUR-MOD           PIC S9(4)V9(3).
           01  OUR-POWER         PIC S9(4)V9(3).
           01  ORACLE-CEIL       PIC S9(4)V9(3).
           01  ORACLE-FLOOR      PIC S9(4)V9(3).
           01  ORACLE-ROUND      PIC S9(4)V9(3).
           01  ORACLE-ABS        PIC S9(4)V9(3).
           01  ORACLE-SQRT       PIC S9(4)V9(3).
           01  ORACLE-MOD        PIC S9(4)V9(3).
           01  ORACLE-POWER      PIC S9(4)V9(3).
      *    Assertion names are the stem plus the routine judged, so
      *    a failing row in the extract names the one function that
      *    disagreed with its oracle.
           01  ORACLE-TEST-STEM  PIC X(20).
           01  ORACLE-TEST-NAME  PIC X(30).
           01  ORACLE-FUNCTION-TAG PIC X(05).
      *    Test stats
           01  PASS-PERCENTAGE   PIC 999V99.
      *    The intrinsics answer to the same three decimals the
      *    routines keep, so one unit in the last place is all the
      *    headroom a correct routine needs; a loaded MATHPLCY row
      *    overrides it.
           01  ORACLE-MARGIN     PIC S9(4)V9(3)  VALUE 0.001.
      *    Property-based mode working storage. Each trial draws an
      *    input from the generation range and a divisor from the
      *    second-operand range; the POWER exponent cycles 0, 1, 2
      *    by trial index rather than taking a third draw.
           01  PROP-TRIAL-IDX    PIC 9(5).
           01  INPUT-NUMBER      PIC S9(4)V9(3).
           01  DIVISOR-NUMBER    PIC S9(4)V9(3).
           01  EXPONENT-NUMBER   PIC S9(4)V9(3).
      *    The square must stay inside the three-decimal amount
      *    fields, so larger inputs are raised to the first power
      *    only, same limit POWER-TEST uses.
           01  SQUARABLE-LIMIT   PIC S9(4)V9(3)  VALUE 99.
           01  RANDOM-SCRATCH    PIC 9V9(9).
           COPY 'grid-request.cpy'.
           01  RANGE-SLOT        PIC 9(1).
      *    Shrink-search working storage: a failing trial is bisected
      *    down toward PC-RANGE-LOW, holding the divisor and exponent
      *    still, for the simplest input that still disagrees with an
      *    oracle. Probes never go through the assert programs and
      *    never consume a FUNCTION RANDOM draw. No repro case is
      *    captured: the failing extract row already carries the
      *    intrinsic's answer as its expected value, and the shrunk
      *    input in the log is the repro.
           01  SHRINK-LOW           PIC S9(4)V9(3).
           01  SHRINK-HIGH          PIC S9(4)V9(3).
           01  SHRINK-PROBE         PIC S9(4)V9(3).
           01  SHRINK-STEP-IDX      PIC 9(2).
           01  SHRINK-STEP-LIMIT    PIC 9(2)  VALUE 20.
           01  ORIGINAL-FAIL-INPUT  PIC S9(4)V9(3).
           01  PROBE-FAIL-FLAG      PIC X(01).
               88  PROBE-FAILS          VALUE 'Y'.
               88  PROBE-PASSES         VALUE 'N'.
           01  TRIAL-START-FAILURES PIC 9(9).
      *    Checkpoint-interval timing working storage: the property
      *    loop clocks each PC-CHECKPOINT-INTERVAL's worth of trials
      *    and records it to MATHTIME alongside the checkpoint write,
      *    so a slowdown can be pinned to where in the loop it began.
           01  CLOCK-FIELDS.
               05  CLOCK-HOURS      PIC 9(2).
               05  CLOCK-MINUTES    PIC 9(2).
               05  CLOCK-SECONDS    PIC 9(2).
               05  CLOCK-HUNDREDTHS PIC 9(2).
           01  INTERVAL-START-CS    PIC 9(9).
           01  INTERVAL-END-CS      PIC 9(9).
           01  INTERVAL-ELAPSED-CS  PIC 9(9).
           01  DAY-LENGTH-CS        PIC 9(9)  VALUE 8640000.
           01  CKPT-SCOPE           PIC X(5)  VALUE 'CKPT '.
      *    Examples run unless a sweep caller asked for property
      *    trials only; with no PROPERTY-CONFIG at all they always
      *    run.
           01  EXAMPLES-FLAG        PIC X(01).
               88  EXAMPLES-WANTED      VALUE 'Y'.
               88  EXAMPLES-NOT-WANTED  VALUE 'N'.
      *    Checkpoint/restart working storage. The interval itself comes
      *    from PC-CHECKPOINT-INTERVAL (PROPERTY-CONFIG) rather than a
      *    local constant, so it stays sized to whatever PC-TRIAL-COUNT
      *    the caller actually configures.
           01  RESUME-FROM-IDX      PIC 9(5)  VALUE 1.
           01  BURN-IDX             PIC 9(5).
           01  CKPT-FILE-STATUS     PIC X(02).
               88  CKPT-FILE-NOT-FOUND  VALUE '35'.
      *    Per-suite deltas for WRITE-TEST-HISTORY, since TEST-CONTEXT
      *    is shared and cumulative across every suite RUN-ALL-TESTS
      *    calls.
           01  START-TESTS-RUN      PIC 9(9).
           01  START-PASSES         PIC 9(9).
           01  START-FAILURES       PIC 9(9).
           01  DELTA-TESTS-RUN      PIC 9(9).
           01  DELTA-PASSES         PIC 9(9).
           01  DELTA-FAILURES       PIC 9(9).
       LINKAGE SECTION.
           COPY 'test-context.cpy'.
           COPY 'property-config.cpy'.
       PROCEDURE DIVISION USING TEST-CONTEXT, OPTIONAL PROPERTY-CONFIG.
       MAIN-PROCEDURE.
           MOVE 'ORACLE-TEST' TO SUITE-NAME.

           MOVE TESTS-RUN TO START-TESTS-RUN.
           MOVE PASSES    TO START-PASSES.
           MOVE FAILURES  TO START-FAILURES.

           SET EXAMPLES-WANTED TO TRUE.
           IF ADDRESS OF PROPERTY-CONFIG NOT = NULL
               IF PC-SKIP-EXAMPLES
                   SET EXAMPLES-NOT-WANTED TO TRUE
               END-IF
           END-IF.

      *    A loaded MATHPLCY row overrides the compiled oracle margin.
           IF ADDRESS OF PROPERTY-CONFIG NOT = NULL
               IF PC-POLICY-LOADED
                   MOVE PC-PROP-MARGIN TO ORACLE-MARGIN
               END-IF
           END-IF.

           IF EXAMPLES-WANTED
               PERFORM ORACLE-NEGATIVE-HALF-TEST
               PERFORM ORACLE-EXACT-INTEGER-TEST
               PERFORM ORACLE-SMALL-FRACTION-TEST
           END-IF.

           IF ADDRESS OF PROPERTY-CONFIG NOT = NULL
               PERFORM ORACLE-PROPERTY-TEST
           END-IF.

           PERFORM SUMMARY-REPORT.

           COMPUTE DELTA-TESTS-RUN = TESTS-RUN - START-TESTS-RUN.
           COMPUTE DELTA-PASSES    = PASSES - START-PASSES.
           COMPUTE DELTA-FAILURES  = FAILURES - START-FAILURES.

           CALL 'WRITE-TEST-HISTORY' USING
               'ORACLE-TEST                   ',
               DELTA-TESTS-RUN, DELTA-PASSES, DELTA-FAILURES.

           IF FAILURES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       SUMMARY-REPORT.
           MOVE ZERO TO PASS-PERCENTAGE.
           IF TESTS-RUN > ZERO
               COMPUTE PASS-PERCENTAGE = (PASSES / TESTS-RUN) * 100
           END-IF.

           DISPLAY 'ORACLE-TEST SUMMARY'.
           DISPLAY '  TESTS RUN : ' TESTS-RUN.
           DISPLAY '  PASSES    : ' PASSES.
           DISPLAY '  FAILURES  : ' FAILURES.
           DISPLAY '  PASS PCT  : ' PASS-PERCENTAGE '%'.

      *    Below zero at the half-way point, where truncation, the
      *    rounding direction and the MOD sign convention all show.
       ORACLE-NEGATIVE-HALF-TEST.
           MOVE -2.5 TO EVAL-INPUT.
           MOVE 2 TO EVAL-DIVISOR.
           MOVE 2 TO EVAL-EXPONENT.
           MOVE 'ORACLE-NEG-HALF-' TO ORACLE-TEST-STEM.
           PERFORM ORACLE-EVALUATE-INPUT.
           PERFORM ORACLE-ASSERT-ALL.

      *    An exact integer, where CEIL and FLOOR must not move and
      *    MOD must come out zero.
       ORACLE-EXACT-INTEGER-TEST.
           MOVE 12 TO EVAL-INPUT.
           MOVE 4 TO EVAL-DIVISOR.
           MOVE 1 TO EVAL-EXPONENT.
           MOVE 'ORACLE-EXACT-INT-' TO ORACLE-TEST-STEM.
           PERFORM ORACLE-EVALUATE-INPUT.
           PERFORM ORACLE-ASSERT-ALL.

      *    One unit in the last place above zero, and raised to the
      *    zeroth power.
       ORACLE-SMALL-FRACTION-TEST.
           MOVE 0.001 TO EVAL-INPUT.
           MOVE 7 TO EVAL-DIVISOR.
           MOVE 0 TO EVAL-EXPONENT.
           MOVE 'ORACLE-SMALL-FRAC-' TO ORACLE-TEST-STEM.
           PERFORM ORACLE-EVALUATE-INPUT.
           PERFORM ORACLE-ASSERT-ALL.

      *    Calls every routine on EVAL-INPUT (SQRT on its magnitude,
      *    MOD by EVAL-DIVISOR, POWER to EVAL-EXPONENT) and works out
      *    the intrinsic answer alongside each one. FUNCTION INTEGER
      *    is the greatest integer not above its argument, so it is
      *    the floor outright and gives the ceiling and the half-up
      *    rounding by reflection and shift. FUNCTION MOD accepts
      *    whole arguments only, so MOD's oracle is the intrinsic's
      *    own defining formula. COBOL leaves zero to the zeroth
      *    power undefined; the oracle takes any zeroth power as one.
       ORACLE-EVALUATE-INPUT.
           COMPUTE EVAL-ROOT-INPUT = FUNCTION ABS(EVAL-INPUT).

           CALL 'CEIL' USING EVAL-INPUT, OUR-CEIL.
           CALL 'FLOOR' USING EVAL-INPUT, OUR-FLOOR.
           CALL 'ROUND' USING EVAL-INPUT, OUR-ROUND.
           CALL 'ABS' USING EVAL-INPUT, OUR-ABS.
           CALL 'SQRT' USING EVAL-ROOT-INPUT, OUR-SQRT.
           CALL 'MOD' USING EVAL-INPUT, EVAL-DIVISOR, OUR-MOD.
           CALL 'POWER' USING EVAL-INPUT, EVAL-EXPONENT, OUR-POWER.

           COMPUTE ORACLE-CEIL =
               ZERO - FUNCTION INTEGER(ZERO - EVAL-INPUT).
           COMPUTE ORACLE-FLOOR = FUNCTION INTEGER(EVAL-INPUT).
           COMPUTE ORACLE-ROUND = FUNCTION INTEGER(EVAL-INPUT + 0.5).
           COMPUTE ORACLE-ABS = FUNCTION ABS(EVAL-INPUT).
           COMPUTE ORACLE-SQRT ROUNDED =
               FUNCTION SQRT(EVAL-ROOT-INPUT).
           COMPUTE ORACLE-MOD = EVAL-INPUT - EVAL-DIVISOR *
               FUNCTION INTEGER(EVAL-INPUT / EVAL-DIVISOR).
           IF EVAL-EXPONENT = ZERO
               MOVE 1 TO ORACLE-POWER
           ELSE
               COMPUTE ORACLE-POWER ROUNDED =
                   EVAL-INPUT ** EVAL-EXPONENT
           END-IF.

      *    One ASSERT-EQUAL per routine, the intrinsic answer as the
      *    expected value, all within the one oracle margin.
       ORACLE-ASSERT-ALL.
           MOVE 'CEIL ' TO ORACLE-FUNCTION-TAG.
           PERFORM ORACLE-BUILD-TEST-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               ORACLE-TEST-NAME, ORACLE-CEIL, OUR-CEIL,
               ORACLE-MARGIN.

           MOVE 'FLOOR' TO ORACLE-FUNCTION-TAG.
           PERFORM ORACLE-BUILD-TEST-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               ORACLE-TEST-NAME, ORACLE-FLOOR, OUR-FLOOR,
               ORACLE-MARGIN.

           MOVE 'ROUND' TO ORACLE-FUNCTION-TAG.
           PERFORM ORACLE-BUILD-TEST-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               ORACLE-TEST-NAME, ORACLE-ROUND, OUR-ROUND,
               ORACLE-MARGIN.

           MOVE 'ABS  ' TO ORACLE-FUNCTION-TAG.
           PERFORM ORACLE-BUILD-TEST-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               ORACLE-TEST-NAME, ORACLE-ABS, OUR-ABS,
               ORACLE-MARGIN.

           MOVE 'SQRT ' TO ORACLE-FUNCTION-TAG.
           PERFORM ORACLE-BUILD-TEST-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               ORACLE-TEST-NAME, ORACLE-SQRT, OUR-SQRT,
               ORACLE-MARGIN.

           MOVE 'MOD  ' TO ORACLE-FUNCTION-TAG.
           PERFORM ORACLE-BUILD-TEST-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               ORACLE-TEST-NAME, ORACLE-MOD, OUR-MOD,
               ORACLE-MARGIN.

           MOVE 'POWER' TO ORACLE-FUNCTION-TAG.
           PERFORM ORACLE-BUILD-TEST-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               ORACLE-TEST-NAME, ORACLE-POWER, OUR-POWER,
               ORACLE-MARGIN.

       ORACLE-BUILD-TEST-NAME.
           MOVE SPACES TO ORACLE-TEST-NAME.
           STRING ORACLE-TEST-STEM DELIMITED BY SPACE
               ORACLE-FUNCTION-TAG DELIMITED BY SPACE
               INTO ORACLE-TEST-NAME.

      *    Property-based mode: random inputs over PC-RANGE-LOW thru
      *    PC-RANGE-HIGH and divisors over PC-RANGE2-LOW thru
      *    PC-RANGE2-HIGH, every routine judged against its intrinsic
      *    on each trial. PC-SEED fixes the sequence so a failing
      *    trial reproduces.
       ORACLE-PROPERTY-TEST.
           MOVE 1 TO RESUME-FROM-IDX.
           PERFORM ORACLE-RESTORE-CHECKPOINT.

           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM(PC-SEED).

           PERFORM ORACLE-NOTE-INTERVAL-START.

           IF RESUME-FROM-IDX > 1
               PERFORM ORACLE-BURN-TRIAL
                   VARYING BURN-IDX FROM 1 BY 1
                   UNTIL BURN-IDX > RESUME-FROM-IDX - 1
           END-IF.

           PERFORM ORACLE-PROPERTY-TRIAL
               VARYING PROP-TRIAL-IDX FROM RESUME-FROM-IDX BY 1
               UNTIL PROP-TRIAL-IDX > PC-TRIAL-COUNT.

           PERFORM ORACLE-CLEAR-CHECKPOINT.

      *    Restores TESTS-RUN/PASSES/FAILURES and the trial index from
      *    ORCLCKPT if an earlier, interrupted run left one behind.
       ORACLE-RESTORE-CHECKPOINT.
           OPEN INPUT ORACLE-CKPT-FILE.
           IF NOT CKPT-FILE-NOT-FOUND
               READ ORACLE-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-TESTS-RUN TO TESTS-RUN
                       MOVE CKPT-PASSES    TO PASSES
                       MOVE CKPT-FAILURES  TO FAILURES
                       COMPUTE RESUME-FROM-IDX = CKPT-TRIAL-IDX + 1
               END-READ
               CLOSE ORACLE-CKPT-FILE
           END-IF.

      *    Draws and discards one trial's two random values, to
      *    advance the PC-SEED sequence back to where a resumed run
      *    left off.
       ORACLE-BURN-TRIAL.
           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM.
           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM.

       ORACLE-WRITE-CHECKPOINT.
           MOVE PROP-TRIAL-IDX TO CKPT-TRIAL-IDX.
           MOVE TESTS-RUN      TO CKPT-TESTS-RUN.
           MOVE PASSES         TO CKPT-PASSES.
           MOVE FAILURES       TO CKPT-FAILURES.
           MOVE PC-GRID-BASE   TO CKPT-GRID-BASE.

           OPEN OUTPUT ORACLE-CKPT-FILE.
           WRITE PROPERTY-CHECKPOINT-RECORD.
           CLOSE ORACLE-CKPT-FILE.

      *    All trials finished normally, so any checkpoint on disk is
      *    stale; OPEN OUTPUT truncates ORCLCKPT back to empty.
       ORACLE-CLEAR-CHECKPOINT.
           OPEN OUTPUT ORACLE-CKPT-FILE.
           CLOSE ORACLE-CKPT-FILE.

      *    Policies can supply more than one generation range; the
      *    trial's range is picked round-robin by trial index, so a
      *    checkpoint-resumed run draws each trial from the same
      *    range it would have used uninterrupted.
       ORACLE-SELECT-TRIAL-RANGE.
           IF PC-RANGE-COUNT > 1
               COMPUTE RANGE-SLOT = FUNCTION MOD(PROP-TRIAL-IDX - 1
                   PC-RANGE-COUNT) + 1
               MOVE PC-GEN-RANGE-LOW (RANGE-SLOT) TO PC-RANGE-LOW
               MOVE PC-GEN-RANGE-HIGH (RANGE-SLOT)
                   TO PC-RANGE-HIGH
           END-IF.

      *    Random mode draws the trial's input from the PC-SEED
      *    sequence; boundary-grid mode takes the grid point the trial
      *    index names instead, and BOUNDARY-GRID points PC-RANGE-LOW
      *    and PC-RANGE-HIGH at the range the point lies in.
       ORACLE-DRAW-TRIAL-INPUT.
           PERFORM ORACLE-SELECT-TRIAL-RANGE.
           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM.
           COMPUTE INPUT-NUMBER = PC-RANGE-LOW +
               (RANDOM-SCRATCH * (PC-RANGE-HIGH - PC-RANGE-LOW)).
           COMPUTE RANDOM-SCRATCH = FUNCTION RANDOM.
           COMPUTE DIVISOR-NUMBER = PC-RANGE2-LOW +
               (RANDOM-SCRATCH * (PC-RANGE2-HIGH - PC-RANGE2-LOW)).

       ORACLE-GRID-TRIAL-INPUT.
           SET GR-POINT-MODE TO TRUE.
           MOVE PROP-TRIAL-IDX TO GR-POINT-IDX.
           CALL 'BOUNDARY-GRID' USING GRID-REQUEST, PROPERTY-CONFIG.
           MOVE GR-INPUT TO INPUT-NUMBER.
           MOVE GR-INPUT-2 TO DIVISOR-NUMBER.

       ORACLE-PROPERTY-TRIAL.
           IF PC-GRID-MODE
               PERFORM ORACLE-GRID-TRIAL-INPUT
           ELSE
               PERFORM ORACLE-DRAW-TRIAL-INPUT
           END-IF.

           COMPUTE EXPONENT-NUMBER =
               FUNCTION MOD(PROP-TRIAL-IDX - 1 3).
           IF EXPONENT-NUMBER > 1
               AND FUNCTION ABS(INPUT-NUMBER) > SQUARABLE-LIMIT
               MOVE 1 TO EXPONENT-NUMBER
           END-IF.

           CALL 'WRITE-TRIAL-LOG' USING
               'ORACLE-TEST                   ',
               PROP-TRIAL-IDX, PC-SEED, INPUT-NUMBER,
               DIVISOR-NUMBER.

           MOVE INPUT-NUMBER TO EVAL-INPUT.
           MOVE DIVISOR-NUMBER TO EVAL-DIVISOR.
           MOVE EXPONENT-NUMBER TO EVAL-EXPONENT.
           PERFORM ORACLE-EVALUATE-INPUT.

           MOVE SPACES TO ORACLE-TEST-STEM.
           STRING 'ORCL-PROP-' PROP-TRIAL-IDX '-'
               DELIMITED BY SIZE INTO ORACLE-TEST-STEM.

           MOVE FAILURES TO TRIAL-START-FAILURES.

           PERFORM ORACLE-ASSERT-ALL.

           IF FAILURES > TRIAL-START-FAILURES
               PERFORM ORACLE-SHRINK-FAILING-TRIAL
           END-IF.

           IF FUNCTION MOD(PROP-TRIAL-IDX PC-CHECKPOINT-INTERVAL) = 0
               PERFORM ORACLE-WRITE-CHECKPOINT
               PERFORM ORACLE-RECORD-INTERVAL-TIMING
           END-IF.

      *    Bisect between PC-RANGE-LOW and the failing input, keeping
      *    the failing end of each probe, and report the minimal
      *    failing input alongside the original random one. If the
      *    range floor itself already fails, that is as simple as the
      *    search can get.
       ORACLE-SHRINK-FAILING-TRIAL.
           MOVE INPUT-NUMBER TO ORIGINAL-FAIL-INPUT.
           MOVE PC-RANGE-LOW TO SHRINK-LOW.
           MOVE ORIGINAL-FAIL-INPUT TO SHRINK-HIGH.

           MOVE SHRINK-LOW TO SHRINK-PROBE.
           PERFORM ORACLE-PROBE-INVARIANT.
           IF PROBE-FAILS
               MOVE SHRINK-LOW TO SHRINK-HIGH
           ELSE
               PERFORM ORACLE-SHRINK-STEP
                   VARYING SHRINK-STEP-IDX FROM 1 BY 1
                   UNTIL SHRINK-STEP-IDX > SHRINK-STEP-LIMIT
           END-IF.

           DISPLAY 'SHRUNK: ' FUNCTION TRIM(SUITE-NAME) ' '
               FUNCTION TRIM(ORACLE-TEST-STEM) ' failing input '
               ORIGINAL-FAIL-INPUT ' shrinks to ' SHRINK-HIGH.

       ORACLE-SHRINK-STEP.
           COMPUTE SHRINK-PROBE = (SHRINK-LOW + SHRINK-HIGH) / 2.
           PERFORM ORACLE-PROBE-INVARIANT.
           IF PROBE-FAILS
               MOVE SHRINK-PROBE TO SHRINK-HIGH
           ELSE
               MOVE SHRINK-PROBE TO SHRINK-LOW
           END-IF.

      *    Re-evaluates every routine against its oracle for
      *    SHRINK-PROBE without asserting, setting PROBE-FAILS when
      *    any one disagrees beyond the margin. The probe keeps the
      *    trial's exponent unless the square would no longer fit.
       ORACLE-PROBE-INVARIANT.
           MOVE SHRINK-PROBE TO EVAL-INPUT.
           MOVE DIVISOR-NUMBER TO EVAL-DIVISOR.
           MOVE EXPONENT-NUMBER TO EVAL-EXPONENT.
           IF EVAL-EXPONENT > 1
               AND FUNCTION ABS(EVAL-INPUT) > SQUARABLE-LIMIT
               MOVE 1 TO EVAL-EXPONENT
           END-IF.
           PERFORM ORACLE-EVALUATE-INPUT.

           SET PROBE-PASSES TO TRUE.
           IF FUNCTION ABS(ORACLE-CEIL - OUR-CEIL) > ORACLE-MARGIN
               OR FUNCTION ABS(ORACLE-FLOOR - OUR-FLOOR)
                   > ORACLE-MARGIN
               OR FUNCTION ABS(ORACLE-ROUND - OUR-ROUND)
                   > ORACLE-MARGIN
               OR FUNCTION ABS(ORACLE-ABS - OUR-ABS) > ORACLE-MARGIN
               SET PROBE-FAILS TO TRUE
           END-IF.
           IF FUNCTION ABS(ORACLE-SQRT - OUR-SQRT) > ORACLE-MARGIN
               OR FUNCTION ABS(ORACLE-MOD - OUR-MOD) > ORACLE-MARGIN
               OR FUNCTION ABS(ORACLE-POWER - OUR-POWER)
                   > ORACLE-MARGIN
               SET PROBE-FAILS TO TRUE
           END-IF.

       ORACLE-NOTE-INTERVAL-START.
           MOVE FUNCTION CURRENT-DATE(9:8) TO CLOCK-FIELDS.
           COMPUTE INTERVAL-START-CS =
               ((CLOCK-HOURS * 60 + CLOCK-MINUTES) * 60
                   + CLOCK-SECONDS) * 100 + CLOCK-HUNDREDTHS.

      *    An interval that straddles midnight reads a smaller clock
      *    at the end than at the start; adding a day's worth of
      *    centiseconds puts the elapsed figure right.
       ORACLE-RECORD-INTERVAL-TIMING.
           MOVE FUNCTION CURRENT-DATE(9:8) TO CLOCK-FIELDS.
           COMPUTE INTERVAL-END-CS =
               ((CLOCK-HOURS * 60 + CLOCK-MINUTES) * 60
                   + CLOCK-SECONDS) * 100 + CLOCK-HUNDREDTHS.

           IF INTERVAL-END-CS < INTERVAL-START-CS
               ADD DAY-LENGTH-CS TO INTERVAL-END-CS
           END-IF.
           COMPUTE INTERVAL-ELAPSED-CS =
               INTERVAL-END-CS - INTERVAL-START-CS.

           CALL 'WRITE-TIMING' USING
               'ORACLE-TEST                   ',
               CKPT-SCOPE, PROP-TRIAL-IDX, INTERVAL-ELAPSED-CS.

           PERFORM ORACLE-NOTE-INTERVAL-START.

       END PROGRAM ORACLE-TEST.
