           SELECT REPRO-RESET-FILE ASSIGN TO 'MATHREPR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRO-RESET-STATUS.
      *    The night's mode as RUN-CLEANUP froze it off the run
      *    calendar, and the extra seeds a sweep night runs.
           SELECT NIGHT-MODE-FILE ASSIGN TO 'MATHNMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-MODE-STATUS.
           SELECT SEED-FILE ASSIGN TO 'MATHSEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEED-FILE-STATUS.
      *    A determinism run's first-pass extract and trial log, set
      *    aside here before the second pass writes the staging files
      *    again. A resumed boundary-grid run passes its staging
      *    through them too, to cut it back to the checkpoint.
           SELECT FIRST-EXTRACT-FILE ASSIGN TO 'FRSTXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIRST-EXTRACT-STATUS.
           SELECT FIRST-TRIAL-FILE ASSIGN TO 'FRSTTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIRST-TRIAL-STATUS.
           SELECT HISTORY-RESET-FILE ASSIGN TO 'MATHHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS HISTORY-RESET-STATUS.
      *    Each suite's checkpoint file, truncated here when that
      *    suite starts fresh: a surviving checkpoint restores
      *    counters for extract rows the reset just scratched, which
      *    could never reconcile. A boundary-grid run also reads it
      *    to resume an interrupted walk, and writes it between
      *    slices so the walk's place survives the slice's own
      *    checkpoint being cleared. Only the DD belonging to the
      *    step's own suite is ever opened.
           SELECT CEIL-CKPT-RESET ASSIGN TO 'CEILCKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-RESET-STATUS.
           SELECT XFNC-CKPT-RESET ASSIGN TO 'XFNCCKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-RESET-STATUS.
           SELECT ORCL-CKPT-RESET ASSIGN TO 'ORCLCKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-RESET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTIAL-FILE.
           01  TRIAL-RESET-IMAGE    PIC X(70).
       FD  REPRO-RESET-FILE.
           01  REPRO-RESET-IMAGE    PIC X(72).
       FD  NIGHT-MODE-FILE.
           COPY 'run-calendar.cpy'.
       FD  SEED-FILE.
           01  SEED-RECORD.
               05  SEED-DIGITS   PIC X(9).
       FD  FIRST-EXTRACT-FILE.
           01  FIRST-EXTRACT-IMAGE  PIC X(97).
       FD  FIRST-TRIAL-FILE.
           01  FIRST-TRIAL-IMAGE    PIC X(70).
       FD  HISTORY-RESET-FILE.
           COPY 'suite-history.cpy'.
       FD  CEIL-CKPT-RESET.
           01  CEIL-CKPT-IMAGE      PIC X(41).
       FD  SQRT-CKPT-RESET.
           01  SQRT-CKPT-IMAGE      PIC X(41).
       FD  FLOR-CKPT-RESET.
           01  FLOR-CKPT-IMAGE      PIC X(41).
       FD  ROND-CKPT-RESET.
           01  ROND-CKPT-IMAGE      PIC X(41).
       FD  ABS-CKPT-RESET.
           01  ABS-CKPT-IMAGE       PIC X(41).
       FD  MOD-CKPT-RESET.
           01  MOD-CKPT-IMAGE       PIC X(41).
       FD  POWR-CKPT-RESET.
           01  POWR-CKPT-IMAGE      PIC X(41).
       FD  XFNC-CKPT-RESET.
           01  XFNC-CKPT-IMAGE     PIC X(41).
       FD  ORCL-CKPT-RESET.
           01  ORCL-CKPT-IMAGE      PIC X(41).
       WORKING-STORAGE SECTION.
      *    Private to this step: each suite runs with its own counters
      *    and hands them to MERGE-RESULTS through MATHPART instead of
           01  RUN-CONTROL-STATUS   PIC X(02).
               88  RUN-CONTROL-NOT-FOUND   VALUE '35'.
           01  EXTRACT-RESET-STATUS PIC X(02).
               88  EXTRACT-RESET-EOF       VALUE '10'.
           01  TIMING-RESET-STATUS  PIC X(02).
           01  TRIAL-RESET-STATUS   PIC X(02).
               88  TRIAL-RESET-EOF         VALUE '10'.
           01  REPRO-RESET-STATUS   PIC X(02).
           01  HISTORY-RESET-STATUS PIC X(02).
               88  HISTORY-RESET-NOT-FOUND VALUE '35'.
               88  HISTORY-RESET-EOF       VALUE '10'.
           01  CKPT-RESET-STATUS    PIC X(02).
               88  CKPT-RESET-NOT-FOUND    VALUE '35'.
           01  NIGHT-MODE-STATUS    PIC X(02).
               88  NIGHT-MODE-NOT-FOUND    VALUE '35'.
           01  SEED-FILE-STATUS     PIC X(02).
               88  SEED-FILE-NOT-FOUND     VALUE '35'.
               88  SEED-FILE-EOF           VALUE '10'.
           01  FIRST-EXTRACT-STATUS PIC X(02).
               88  FIRST-EXTRACT-EOF       VALUE '10'.
           01  FIRST-TRIAL-STATUS   PIC X(02).
               88  FIRST-TRIAL-EOF         VALUE '10'.
      *    The run-control record as read at step start; a missing
      *    file reads as a fresh run.
           01  TODAYS-DATE          PIC X(10).
      *    non-zero count abandons the step before the suite runs.
           01  POLICY-EDIT-ERRORS PIC 9(4)  VALUE ZERO.
           01  SUITE-PROGRAM-NAME  PIC X(30).
      *    Optional second PARM word naming the generation mode:
      *    GRID walks the boundary grid instead of drawing random
      *    trials; SWEEP follows the fixed-seed run with a pass per
      *    MATHSEED seed; RANDOM keeps the seeded draws alone;
      *    REPEAT runs the fixed-seed suite twice for the
      *    determinism check. With no second word the step runs in
      *    the night's mode off MATHNMOD, a standard run when there
      *    is none for today.
           01  RUN-MODE-WORD       PIC X(08).
           01  SWEEP-FLAG          PIC X(01)  VALUE 'N'.
               88  SEED-SWEEP-RUN      VALUE 'Y'.
               88  FIXED-SEED-RUN      VALUE 'N'.
           01  REPEAT-FLAG         PIC X(01)  VALUE 'N'.
               88  REPEAT-RUN          VALUE 'Y'.
               88  SINGLE-PASS-RUN     VALUE 'N'.
      *    PROPERTY-CONFIG as the first pass of a REPEAT run started
      *    it, put back unchanged for the second pass.
           01  HELD-PROPERTY-CONFIG PIC X(122).
           01  FIRST-PASS-TESTS  PIC 9(9).
           01  FIRST-PASS-FAILS  PIC 9(9).
           01  FIRST-PASS-ROWS   PIC 9(9)  VALUE ZERO.
           01  FIRST-PASS-TRIALS PIC 9(9)  VALUE ZERO.
      *    Seed sweep working storage, as RUN-ALL-TESTS keeps it: the
      *    counters are sampled either side of each seed's pass so
      *    its SWEEP SEED history record carries that seed alone.
           01  SWEEP-SEED-COUNT  PIC 9(3)  VALUE ZERO.
           01  SEED-START-TESTS  PIC 9(9).
           01  SEED-START-PASSES PIC 9(9).
           01  SEED-START-FAILS  PIC 9(9).
           01  SEED-DELTA-TESTS  PIC 9(9).
           01  SEED-DELTA-PASSES PIC 9(9).
           01  SEED-DELTA-FAILS  PIC 9(9).
           01  SWEEP-HISTORY-NAME PIC X(30).
           COPY 'grid-request.cpy'.
      *    The suites index trials PIC 9(5), so a boundary grid is
      *    walked in slices of at most this many points, leaving room
      *    for the trial loop's closing increment past the last one.
           01  GRID-SLICE-LIMIT  PIC 9(9)  VALUE 99998.
           01  GRID-POINTS-LEFT  PIC 9(9).
           01  GRID-SLICE-COUNT  PIC 9(5)  VALUE ZERO.
      *    What a suite's grid-night staging is allocated to hold
      *    (MATHALOC): four million trial-log rows and twelve million
      *    extract rows. A grid whose points, or whose points times
      *    the assertions the suite makes per trial, would not fit
      *    is refused up front rather than abending out of space
      *    part-way through the batch window. The default MOD grid,
      *    the biggest, is 3,570,595 points and 10,711,785 rows.
           01  GRID-WALK-LIMIT   PIC 9(9)  VALUE 4000000.
           01  GRID-ROW-LIMIT    PIC 9(9)  VALUE 12000000.
           01  GRID-ROWS-PER-POINT PIC 9(1).
           01  GRID-ROW-COUNT    PIC 9(11).
      *    A grid run checkpoints every this many points instead of
      *    every 25: a multi-million-point walk would otherwise
      *    reopen its checkpoint file, and add a CKPT timing row,
      *    hundreds of thousands of times.
           01  GRID-CHECKPOINT-INTERVAL PIC 9(5)  VALUE 5000.
      *    A same-date rerun of an interrupted grid walk resumes from
      *    the suite's checkpoint, with the staging cut back to
      *    exactly the rows that checkpoint accounts for: one extract
      *    row per assertion counted, one trial-log row per point
      *    walked. The history staging holds the deltas of the slices
      *    already finished, which are the counters the interrupted
      *    slice started from.
           COPY 'property-checkpoint.cpy'.
           01  GRID-RESUME-FLAG  PIC X(01)  VALUE 'N'.
               88  GRID-RESUMING       VALUE 'Y'.
               88  GRID-STARTS-FRESH   VALUE 'N'.
           01  CUT-ROWS-WANTED   PIC 9(9).
           01  CUT-ROWS-KEPT     PIC 9(9).
      *    The one failed assertion a refused grid leaves behind, so
      *    the partial, extract and history all show the suite
      *    failed rather than passing or never reporting.
           01  GRID-REFUSED-NAME PIC X(30)
                                 VALUE 'BOUNDARY-GRID-TOO-LARGE'.
           01  GRID-REFUSED-EXPECTED PIC S9(4)V9(3)  VALUE ZERO.
           01  GRID-REFUSED-ACTUAL   PIC S9(4)V9(3)  VALUE 1.
           01  GRID-REFUSED-MARGIN   PIC S9(4)V9(3)  VALUE ZERO.
      *    Suite timing working storage: wall-clock centiseconds are
      *    taken either side of the suite CALL and the elapsed figure
      *    goes to MATHTIME through WRITE-TIMING, same as the serial
           01  ELAPSED-CS        PIC 9(9).
           01  DAY-LENGTH-CS     PIC 9(9)  VALUE 8640000.
           01  SUITE-SCOPE      PIC X(5)   VALUE 'SUITE'.
           01  GRID-SCOPE       PIC X(5)   VALUE 'GRID '.
           01  ZERO-TRIAL-IDX    PIC 9(5)  VALUE ZERO.
       LINKAGE SECTION.
           01  PARM-FIELD.
           MOVE 0.000 TO PC-RANGE-LOW.
           MOVE 1000.000 TO PC-RANGE-HIGH.
      *    The second-operand range differs per two-operand suite, so
      *    SET-SECOND-OPERAND sets it once the suite is known; the
      *    one-operand suites never look at it.
           MOVE ZERO TO PC-RANGE2-LOW.
           MOVE ZERO TO PC-RANGE2-HIGH.
           MOVE 25 TO PC-CHECKPOINT-INTERVAL.
           SET PC-RUN-EXAMPLES TO TRUE.
           SET PC-RANDOM-MODE TO TRUE.
           SET PC-GRID-ONE-OPERAND TO TRUE.
           MOVE ZERO TO PC-GRID-BASE.

           MOVE SPACES TO SUITE-PROGRAM-NAME.
           MOVE SPACES TO RUN-MODE-WORD.
           IF PARM-LENGTH > ZERO
               UNSTRING PARM-VALUE (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO SUITE-PROGRAM-NAME, RUN-MODE-WORD
               END-UNSTRING
           END-IF.

           EVALUATE RUN-MODE-WORD
               WHEN SPACES
                   PERFORM APPLY-NIGHT-MODE
               WHEN 'RANDOM'
                   CONTINUE
               WHEN 'GRID'
                   SET PC-GRID-MODE TO TRUE
               WHEN 'SWEEP'
                   SET SEED-SWEEP-RUN TO TRUE
               WHEN 'REPEAT'
                   SET REPEAT-RUN TO TRUE
               WHEN OTHER
                   DISPLAY 'RUN-SUITE: unknown generation mode '
                       RUN-MODE-WORD ' for ' SUITE-PROGRAM-NAME
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      *    The run-control record decides what this step costs: a
      *    suite already DONE for today is skipped with its evidence
      *    intact, and anything else - including an interrupted
      *    counters would never re-add, so the evidence could never
      *    reconcile. One whole suite is the price of a mid-window
      *    death, which is all the restart design asks.
      *    A boundary-grid walk is the exception: at millions of
      *    points, the whole suite is too high a price. Its staging
      *    is cut back to the rows the checkpoint accounts for and
      *    the walk resumes from there; with no checkpoint to resume
      *    from, or staging too short to cut back, it starts fresh
      *    like any other run.
           PERFORM READ-RUN-CONTROL.

           IF HELD-RUN-DATE = TODAYS-DATE
           END-IF.

           IF HELD-RUN-DATE = TODAYS-DATE AND HELD-STARTED
               AND PC-GRID-MODE
               AND SUITE-PROGRAM-NAME NOT = 'DATA-DRIVEN-TEST'
               PERFORM READ-SUITE-CHECKPOINT
               IF GRID-RESUMING
                   PERFORM CUT-STAGING-TO-CHECKPOINT
               END-IF
           END-IF.

           IF HELD-RUN-DATE = TODAYS-DATE AND HELD-STARTED
               IF GRID-RESUMING
                   DISPLAY 'RUN-SUITE: RESUMING INTERRUPTED '
                       SUITE-PROGRAM-NAME ' GRID FOR ' TODAYS-DATE
                       ' AT SLICE BASE ' CKPT-GRID-BASE
                       ' TRIAL ' CKPT-TRIAL-IDX
               ELSE
                   DISPLAY 'RUN-SUITE: RERUNNING INTERRUPTED '
                       SUITE-PROGRAM-NAME ' FOR ' TODAYS-DATE
                       ' FROM THE TOP'
               END-IF
           END-IF.

           IF GRID-RESUMING
               OPEN OUTPUT PARTIAL-FILE
               CLOSE PARTIAL-FILE
               PERFORM RESTORE-SLICE-START-COUNTS
           ELSE
               PERFORM RESET-SUITE-STAGING
               PERFORM RESET-SUITE-CHECKPOINT
           END-IF.

           PERFORM MARK-RUN-STARTED.

           END-IF.

      *    Overlay the suite's MATHPLCY row (trial count, margins,
      *    generation ranges) on the defaults above; the second-operand
      *    range is not the policy's and is set just after.
           CALL 'POLICY-LOAD' USING SUITE-PROGRAM-NAME,
               PROPERTY-CONFIG.

           PERFORM SET-SECOND-OPERAND.

      *    A boundary-grid run's trial count is the grid's size, so
      *    the grid is sized here, against the loaded ranges, before
      *    the suite starts. The first call walks the first slice;
      *    RUN-GRID-SLICES walks the rest. A grid too big even to
      *    count, or too big for the grid-night staging to hold, is
      *    refused outright rather than walked in part - a partial
      *    walk would read as full coverage - and reports a failed
      *    partial, so the merge sees a failed suite instead of a
      *    missing one.
           IF PC-GRID-MODE
               AND SUITE-PROGRAM-NAME NOT = 'DATA-DRIVEN-TEST'
               SET GR-SIZE-MODE TO TRUE
               CALL 'BOUNDARY-GRID' USING GRID-REQUEST,
                   PROPERTY-CONFIG
               IF GR-GRID-TOO-LARGE
                   DISPLAY 'RUN-SUITE: boundary grid for '
                       SUITE-PROGRAM-NAME ' exceeds '
                       GR-POINT-COUNT ' trials, narrow its'
                       ' MATHPLCY ranges'
                   PERFORM REPORT-GRID-REFUSED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM SET-GRID-ROWS-PER-POINT
               COMPUTE GRID-ROW-COUNT =
                   GR-POINT-COUNT * GRID-ROWS-PER-POINT
               IF GR-POINT-COUNT > GRID-WALK-LIMIT
                   OR GRID-ROW-COUNT > GRID-ROW-LIMIT
                   DISPLAY 'RUN-SUITE: boundary grid for '
                       SUITE-PROGRAM-NAME ' of ' GR-POINT-COUNT
                       ' points and ' GRID-ROW-COUNT
                       ' extract rows exceeds the grid-night'
                       ' allocation, narrow its MATHPLCY ranges'
                   PERFORM REPORT-GRID-REFUSED
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF GR-POINT-COUNT > GRID-SLICE-LIMIT
                   MOVE GRID-SLICE-LIMIT TO PC-TRIAL-COUNT
               ELSE
                   MOVE GR-POINT-COUNT TO PC-TRIAL-COUNT
               END-IF
               MOVE GRID-CHECKPOINT-INTERVAL TO PC-CHECKPOINT-INTERVAL
               MOVE 1 TO GRID-SLICE-COUNT
               DISPLAY 'RUN-SUITE: ' SUITE-PROGRAM-NAME
                   ' BOUNDARY GRID OF ' GR-POINT-COUNT ' POINTS'
           END-IF.

           MOVE PROPERTY-CONFIG TO HELD-PROPERTY-CONFIG.

           PERFORM NOTE-SUITE-START.

           IF GRID-RESUMING
               PERFORM RESUME-GRID-SLICE
           ELSE
               EVALUATE SUITE-PROGRAM-NAME
                   WHEN 'CEILING-TEST'
                       CALL 'CEILING-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'SQRT-TEST'
                       CALL 'SQRT-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'FLOOR-TEST'
                       CALL 'FLOOR-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'ROUND-TEST'
                       CALL 'ROUND-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'ABS-TEST'
                       CALL 'ABS-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'MOD-TEST'
                       CALL 'MOD-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'POWER-TEST'
                       CALL 'POWER-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'CROSS-FUNC-TEST'
                       CALL 'CROSS-FUNC-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'ORACLE-TEST'
                       CALL 'ORACLE-TEST' USING TEST-CONTEXT,
                           PROPERTY-CONFIG
                   WHEN 'DATA-DRIVEN-TEST'
                       PERFORM RUN-DATA-DRIVEN-SUITE
                   WHEN OTHER
                       DISPLAY 'RUN-SUITE: unknown suite '
                           SUITE-PROGRAM-NAME
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.

           IF PC-GRID-MODE
               AND SUITE-PROGRAM-NAME NOT = 'DATA-DRIVEN-TEST'
               PERFORM RUN-GRID-SLICES
           END-IF.

      *    A suite that never ran must not report: a zero partial
      *    would satisfy the merge and let the PROMOTE gate act on a
      *    run where the data-driven cases were skipped, and a
      *    near-zero elapsed figure would poison the timing report's
      *    recent average so the next healthy run reads as a runtime
      *    regression. Withholding both makes MERGE-RESULTS refuse
      *    instead.
      *    The timing is taken before any seed sweep, so a sweep
      *    night's MATHTIME figure stays comparable with a standard
      *    night's and the runtime gate is not tripped by the sweep.
      *    A grid walk is timed under its own scope for the same
      *    reason. Once DONE is on file the grid's closing
      *    checkpoint has served its purpose and is cleared.
           IF CASE-EDIT-ERRORS = ZERO
               PERFORM RECORD-SUITE-TIMING
               IF SEED-SWEEP-RUN
                   AND SUITE-PROGRAM-NAME NOT = 'DATA-DRIVEN-TEST'
                   PERFORM RUN-SEED-SWEEP
               END-IF
               IF REPEAT-RUN
                   PERFORM RUN-REPEAT-PASS
               END-IF
               PERFORM WRITE-PARTIAL-RESULT
               PERFORM MARK-RUN-DONE
               IF PC-GRID-MODE
                   PERFORM RESET-SUITE-CHECKPOINT
               END-IF
           END-IF.

           IF FAILURES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF CASE-EDIT-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    A night mode only counts for the night it was stamped
      *    for: a MATHNMOD left from an earlier date, or none at all,
      *    runs the standard fixed-seed suite.
       APPLY-NIGHT-MODE.
           OPEN INPUT NIGHT-MODE-FILE.
           IF NIGHT-MODE-NOT-FOUND
               CONTINUE
           ELSE
               MOVE SPACES TO CAL-DATE
               READ NIGHT-MODE-FILE
                   AT END
                       MOVE SPACES TO CAL-DATE
               END-READ
               CLOSE NIGHT-MODE-FILE
               IF CAL-DATE = TODAYS-DATE
                   EVALUATE TRUE
                       WHEN CAL-GRID-NIGHT
                           SET PC-GRID-MODE TO TRUE
                       WHEN CAL-SWEEP-NIGHT
                           SET SEED-SWEEP-RUN TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   DISPLAY 'RUN-SUITE: ' SUITE-PROGRAM-NAME
                       ' RUNS THE NIGHT''S ' CAL-NIGHT-MODE ' MODE'
               ELSE
                   DISPLAY 'RUN-SUITE: MATHNMOD IS FOR ' CAL-DATE
                       ' - STANDARD RUN'
               END-IF
           END-IF.

      *    The fixed-seed run above keeps the night reproducible;
      *    a sweep night then gives each MATHSEED seed its own
      *    property-only pass of the suite, the same sweep
      *    RUN-ALL-TESTS runs serially, with a SWEEP SEED history
      *    record per seed for SEED-REPORT. PC-SEED is restored
      *    afterwards.
       RUN-SEED-SWEEP.
           OPEN INPUT SEED-FILE.

           IF SEED-FILE-NOT-FOUND
               DISPLAY 'RUN-SUITE: SWEEP RUN BUT MATHSEED NOT FOUND'
                   ' - FIXED SEED ONLY'
           ELSE
               DISPLAY 'RUN-SUITE: ' SUITE-PROGRAM-NAME ' SEED SWEEP'
               SET PC-SKIP-EXAMPLES TO TRUE
               PERFORM READ-NEXT-SEED
               PERFORM RUN-ONE-SEED-PASS UNTIL SEED-FILE-EOF
               CLOSE SEED-FILE
               SET PC-RUN-EXAMPLES TO TRUE
               MOVE 12345 TO PC-SEED
               DISPLAY '  SEEDS SWEPT: ' SWEEP-SEED-COUNT
           END-IF.

       READ-NEXT-SEED.
           READ SEED-FILE
               AT END SET SEED-FILE-EOF TO TRUE
           END-READ.

       RUN-ONE-SEED-PASS.
           IF SEED-DIGITS IS NOT NUMERIC
               DISPLAY '  SEED SKIPPED, NOT NUMERIC: ' SEED-DIGITS
           ELSE
               ADD 1 TO SWEEP-SEED-COUNT
               MOVE SEED-DIGITS TO PC-SEED

               MOVE TESTS-RUN TO SEED-START-TESTS
               MOVE PASSES    TO SEED-START-PASSES
               MOVE FAILURES  TO SEED-START-FAILS

               CALL 'POLICY-LOAD' USING SUITE-PROGRAM-NAME,
                   PROPERTY-CONFIG
               PERFORM SET-SECOND-OPERAND
               PERFORM CALL-SWEEP-SUITE

               COMPUTE SEED-DELTA-TESTS =
                   TESTS-RUN - SEED-START-TESTS
               COMPUTE SEED-DELTA-PASSES =
                   PASSES - SEED-START-PASSES
               COMPUTE SEED-DELTA-FAILS =
                   FAILURES - SEED-START-FAILS

               DISPLAY '  SEED ' PC-SEED
                   ' RUN ' SEED-DELTA-TESTS
                   ' PASS ' SEED-DELTA-PASSES
                   ' FAIL ' SEED-DELTA-FAILS

               MOVE SPACES TO SWEEP-HISTORY-NAME
               STRING 'SWEEP SEED ' PC-SEED
                   DELIMITED BY SIZE INTO SWEEP-HISTORY-NAME

               CALL 'WRITE-TEST-HISTORY' USING
                   SWEEP-HISTORY-NAME, SEED-DELTA-TESTS,
                   SEED-DELTA-PASSES, SEED-DELTA-FAILS
           END-IF.

           PERFORM READ-NEXT-SEED.

       CALL-SWEEP-SUITE.
           EVALUATE SUITE-PROGRAM-NAME
               WHEN 'CEILING-TEST'
                   CALL 'CEILING-TEST' USING TEST-CONTEXT,
               WHEN 'ABS-TEST'
                   CALL 'ABS-TEST' USING TEST-CONTEXT,
                       PROPERTY-CONFIG
               WHEN 'MOD-TEST'
                   CALL 'MOD-TEST' USING TEST-CONTEXT,
                       PROPERTY-CONFIG
               WHEN 'POWER-TEST'
                   CALL 'POWER-TEST' USING TEST-CONTEXT,
                       PROPERTY-CONFIG
               WHEN 'CROSS-FUNC-TEST'
                   CALL 'CROSS-FUNC-TEST' USING TEST-CONTEXT,
                       PROPERTY-CONFIG
               WHEN 'ORACLE-TEST'
                   CALL 'ORACLE-TEST' USING TEST-CONTEXT,
                       PROPERTY-CONFIG
           END-EVALUATE.

      *    The rest of a boundary grid too big for one call, a slice
      *    at a time, property trials only: PC-GRID-BASE moves past
      *    the points already walked and each slice checkpoints
      *    like any other trial loop. The slices are part of the one
      *    grid run, so they are timed with it and land in the one
      *    partial. Once the last slice is in, a checkpoint at the
      *    grid's end stands until the step is marked DONE, so a
      *    rerun in between has nothing left to walk.
       RUN-GRID-SLICES.
           SET PC-SKIP-EXAMPLES TO TRUE.
           PERFORM RUN-NEXT-GRID-SLICE
               UNTIL PC-GRID-BASE + PC-TRIAL-COUNT
                   NOT < GR-POINT-COUNT.
           SET PC-RUN-EXAMPLES TO TRUE.
           MOVE GR-POINT-COUNT TO PC-GRID-BASE.
           PERFORM WRITE-SUITE-CHECKPOINT.
           MOVE ZERO TO PC-GRID-BASE.
           IF GRID-SLICE-COUNT > 1
               DISPLAY '  GRID WALKED IN ' GRID-SLICE-COUNT
                   ' SLICES'
           END-IF.

       RUN-NEXT-GRID-SLICE.
           ADD PC-TRIAL-COUNT TO PC-GRID-BASE.
           COMPUTE GRID-POINTS-LEFT = GR-POINT-COUNT - PC-GRID-BASE.
           IF GRID-POINTS-LEFT > GRID-SLICE-LIMIT
               MOVE GRID-SLICE-LIMIT TO PC-TRIAL-COUNT
           ELSE
               MOVE GRID-POINTS-LEFT TO PC-TRIAL-COUNT
           END-IF.
           ADD 1 TO GRID-SLICE-COUNT.
           DISPLAY '  GRID SLICE ' GRID-SLICE-COUNT
               ' FROM POINT ' PC-GRID-BASE.
           PERFORM WRITE-SUITE-CHECKPOINT.
           PERFORM CALL-SWEEP-SUITE.

      *    Picks an interrupted grid walk up in the slice its
      *    checkpoint was taken in. The suite's own restore takes the
      *    trial index and counters from the same checkpoint; the
      *    examples ran in the first slice and are already counted.
       RESUME-GRID-SLICE.
           SET PC-SKIP-EXAMPLES TO TRUE.
           MOVE CKPT-GRID-BASE TO PC-GRID-BASE.
           IF PC-GRID-BASE < GR-POINT-COUNT
               COMPUTE GRID-POINTS-LEFT =
                   GR-POINT-COUNT - PC-GRID-BASE
           ELSE
               MOVE ZERO TO GRID-POINTS-LEFT
           END-IF.
           IF GRID-POINTS-LEFT > GRID-SLICE-LIMIT
               MOVE GRID-SLICE-LIMIT TO PC-TRIAL-COUNT
           ELSE
               MOVE GRID-POINTS-LEFT TO PC-TRIAL-COUNT
           END-IF.
           COMPUTE GRID-SLICE-COUNT =
               PC-GRID-BASE / GRID-SLICE-LIMIT + 1.
           DISPLAY '  GRID SLICE ' GRID-SLICE-COUNT
               ' RESUMED FROM POINT ' PC-GRID-BASE.
           IF GRID-POINTS-LEFT > ZERO
               PERFORM CALL-SWEEP-SUITE
           END-IF.

      *    Extract rows each suite writes per property trial, one per
      *    assertion, for sizing a grid against its allocation.
       SET-GRID-ROWS-PER-POINT.
           EVALUATE SUITE-PROGRAM-NAME
               WHEN 'SQRT-TEST'
                   MOVE 1 TO GRID-ROWS-PER-POINT
               WHEN 'ABS-TEST'
               WHEN 'MOD-TEST'
                   MOVE 3 TO GRID-ROWS-PER-POINT
               WHEN 'CROSS-FUNC-TEST'
                   MOVE 5 TO GRID-ROWS-PER-POINT
               WHEN 'ORACLE-TEST'
                   MOVE 7 TO GRID-ROWS-PER-POINT
               WHEN OTHER
                   MOVE 2 TO GRID-ROWS-PER-POINT
           END-EVALUATE.

      *    The refusal is logged as one failed assertion under the
      *    suite's name, with the matching history and partial, and
      *    the step left STARTED so a rerun after the MATHPLCY fix
      *    starts the suite afresh.
       REPORT-GRID-REFUSED.
           MOVE SUITE-PROGRAM-NAME TO SUITE-NAME.
           CALL 'ASSERT-EQUAL' USING TEST-CONTEXT,
               GRID-REFUSED-NAME, GRID-REFUSED-EXPECTED,
               GRID-REFUSED-ACTUAL, GRID-REFUSED-MARGIN.
           CALL 'WRITE-TEST-HISTORY' USING SUITE-PROGRAM-NAME,
               TESTS-RUN, PASSES, FAILURES.
           PERFORM WRITE-PARTIAL-RESULT.

      *    The determinism check. The first pass's extract and trial
      *    log are copied to FRSTXTRC and FRSTTRLS and the staging
      *    files emptied, then the suite runs again in this same step
      *    with the PROPERTY-CONFIG - and so the PC-SEED - the first
      *    pass started with. Running it in the same step matters: a
      *    maths routine that keeps storage from one call to the next
      *    still has the first pass's leftovers, which a second job
      *    step would load fresh. DETERMINISM-CHECK then compares the
      *    two passes row by row. The partial carries both passes.
       RUN-REPEAT-PASS.
           MOVE TESTS-RUN TO FIRST-PASS-TESTS.
           MOVE FAILURES  TO FIRST-PASS-FAILS.

           PERFORM SET-FIRST-PASS-ASIDE.

           MOVE HELD-PROPERTY-CONFIG TO PROPERTY-CONFIG.
           IF SUITE-PROGRAM-NAME = 'DATA-DRIVEN-TEST'
               PERFORM RUN-DATA-DRIVEN-SUITE
           ELSE
               PERFORM CALL-SWEEP-SUITE
           END-IF.

           COMPUTE SEED-DELTA-TESTS = TESTS-RUN - FIRST-PASS-TESTS.
           COMPUTE SEED-DELTA-FAILS = FAILURES - FIRST-PASS-FAILS.
           DISPLAY 'RUN-SUITE: ' SUITE-PROGRAM-NAME
               ' REPEAT RUN, FIRST PASS ' FIRST-PASS-TESTS
               ' TESTS ' FIRST-PASS-FAILS ' FAILED, SECOND PASS '
               SEED-DELTA-TESTS ' TESTS ' SEED-DELTA-FAILS ' FAILED'.
           DISPLAY '  FIRST PASS SET ASIDE: ' FIRST-PASS-ROWS
               ' EXTRACT ROWS, ' FIRST-PASS-TRIALS ' TRIALS'.

       SET-FIRST-PASS-ASIDE.
           OPEN INPUT EXTRACT-RESET-FILE.
           OPEN OUTPUT FIRST-EXTRACT-FILE.
           PERFORM READ-NEXT-STAGED-EXTRACT.
           PERFORM COPY-STAGED-EXTRACT UNTIL EXTRACT-RESET-EOF.
           CLOSE EXTRACT-RESET-FILE.
           CLOSE FIRST-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-RESET-FILE.
           CLOSE EXTRACT-RESET-FILE.

           OPEN INPUT TRIAL-RESET-FILE.
           OPEN OUTPUT FIRST-TRIAL-FILE.
           PERFORM READ-NEXT-STAGED-TRIAL.
           PERFORM COPY-STAGED-TRIAL UNTIL TRIAL-RESET-EOF.
           CLOSE TRIAL-RESET-FILE.
           CLOSE FIRST-TRIAL-FILE.
           OPEN OUTPUT TRIAL-RESET-FILE.
           CLOSE TRIAL-RESET-FILE.

       READ-NEXT-STAGED-EXTRACT.
           READ EXTRACT-RESET-FILE
               AT END SET EXTRACT-RESET-EOF TO TRUE
           END-READ.

       COPY-STAGED-EXTRACT.
           MOVE EXTRACT-RESET-IMAGE TO FIRST-EXTRACT-IMAGE.
           WRITE FIRST-EXTRACT-IMAGE.
           ADD 1 TO FIRST-PASS-ROWS.
           PERFORM READ-NEXT-STAGED-EXTRACT.

       READ-NEXT-STAGED-TRIAL.
           READ TRIAL-RESET-FILE
               AT END SET TRIAL-RESET-EOF TO TRUE
           END-READ.

       COPY-STAGED-TRIAL.
           MOVE TRIAL-RESET-IMAGE TO FIRST-TRIAL-IMAGE.
           WRITE FIRST-TRIAL-IMAGE.
           ADD 1 TO FIRST-PASS-TRIALS.
           PERFORM READ-NEXT-STAGED-TRIAL.

      *    Cuts an interrupted grid walk's extract and trial log back
      *    to the rows its checkpoint accounts for: each is copied
      *    as far as that to FRSTXTRC or FRSTTRLS, and only when both
      *    hold enough is the staging rewritten from the copies.
      *    Staging shorter than the checkpoint says cannot be
      *    trusted, and the walk starts afresh instead.
       CUT-STAGING-TO-CHECKPOINT.
           MOVE CKPT-TESTS-RUN TO CUT-ROWS-WANTED.
           MOVE ZERO TO CUT-ROWS-KEPT.
           OPEN INPUT EXTRACT-RESET-FILE.
           OPEN OUTPUT FIRST-EXTRACT-FILE.
           PERFORM READ-NEXT-STAGED-EXTRACT.
           PERFORM KEEP-STAGED-EXTRACT
               UNTIL EXTRACT-RESET-EOF
                   OR CUT-ROWS-KEPT = CUT-ROWS-WANTED.
           CLOSE EXTRACT-RESET-FILE.
           CLOSE FIRST-EXTRACT-FILE.
           IF CUT-ROWS-KEPT < CUT-ROWS-WANTED
               DISPLAY 'RUN-SUITE: MATHXTRC HOLDS ' CUT-ROWS-KEPT
                   ' ROWS, CHECKPOINT COUNTS ' CUT-ROWS-WANTED
                   ', GRID NOT RESUMED'
               SET GRID-STARTS-FRESH TO TRUE
           END-IF.

           IF GRID-RESUMING
               COMPUTE CUT-ROWS-WANTED =
                   CKPT-GRID-BASE + CKPT-TRIAL-IDX
               MOVE ZERO TO CUT-ROWS-KEPT
               OPEN INPUT TRIAL-RESET-FILE
               OPEN OUTPUT FIRST-TRIAL-FILE
               PERFORM READ-NEXT-STAGED-TRIAL
               PERFORM KEEP-STAGED-TRIAL
                   UNTIL TRIAL-RESET-EOF
                       OR CUT-ROWS-KEPT = CUT-ROWS-WANTED
               CLOSE TRIAL-RESET-FILE
               CLOSE FIRST-TRIAL-FILE
               IF CUT-ROWS-KEPT < CUT-ROWS-WANTED
                   DISPLAY 'RUN-SUITE: MATHTRLS HOLDS ' CUT-ROWS-KEPT
                       ' TRIALS, CHECKPOINT COUNTS ' CUT-ROWS-WANTED
                       ', GRID NOT RESUMED'
                   SET GRID-STARTS-FRESH TO TRUE
               END-IF
           END-IF.

           IF GRID-RESUMING
               OPEN INPUT FIRST-EXTRACT-FILE
               OPEN OUTPUT EXTRACT-RESET-FILE
               PERFORM READ-NEXT-KEPT-EXTRACT
               PERFORM RESTORE-KEPT-EXTRACT UNTIL FIRST-EXTRACT-EOF
               CLOSE FIRST-EXTRACT-FILE
               CLOSE EXTRACT-RESET-FILE
               OPEN INPUT FIRST-TRIAL-FILE
               OPEN OUTPUT TRIAL-RESET-FILE
               PERFORM READ-NEXT-KEPT-TRIAL
               PERFORM RESTORE-KEPT-TRIAL UNTIL FIRST-TRIAL-EOF
               CLOSE FIRST-TRIAL-FILE
               CLOSE TRIAL-RESET-FILE
           END-IF.

       KEEP-STAGED-EXTRACT.
           MOVE EXTRACT-RESET-IMAGE TO FIRST-EXTRACT-IMAGE.
           WRITE FIRST-EXTRACT-IMAGE.
           ADD 1 TO CUT-ROWS-KEPT.
           IF CUT-ROWS-KEPT < CUT-ROWS-WANTED
               PERFORM READ-NEXT-STAGED-EXTRACT
           END-IF.

       KEEP-STAGED-TRIAL.
           MOVE TRIAL-RESET-IMAGE TO FIRST-TRIAL-IMAGE.
           WRITE FIRST-TRIAL-IMAGE.
           ADD 1 TO CUT-ROWS-KEPT.
           IF CUT-ROWS-KEPT < CUT-ROWS-WANTED
               PERFORM READ-NEXT-STAGED-TRIAL
           END-IF.

       READ-NEXT-KEPT-EXTRACT.
           READ FIRST-EXTRACT-FILE
               AT END SET FIRST-EXTRACT-EOF TO TRUE
           END-READ.

       RESTORE-KEPT-EXTRACT.
           MOVE FIRST-EXTRACT-IMAGE TO EXTRACT-RESET-IMAGE.
           WRITE EXTRACT-RESET-IMAGE.
           PERFORM READ-NEXT-KEPT-EXTRACT.

       READ-NEXT-KEPT-TRIAL.
           READ FIRST-TRIAL-FILE
               AT END SET FIRST-TRIAL-EOF TO TRUE
           END-READ.

       RESTORE-KEPT-TRIAL.
           MOVE FIRST-TRIAL-IMAGE TO TRIAL-RESET-IMAGE.
           WRITE TRIAL-RESET-IMAGE.
           PERFORM READ-NEXT-KEPT-TRIAL.

      *    The counters the interrupted slice started from: the sum
      *    of the history the finished slices left in the step's
      *    MATHHIST (two records if the walk crossed midnight), none
      *    if it died in the first slice.
       RESTORE-SLICE-START-COUNTS.
           MOVE ZERO TO TESTS-RUN.
           MOVE ZERO TO PASSES.
           MOVE ZERO TO FAILURES.
           OPEN INPUT HISTORY-RESET-FILE.
           IF NOT HISTORY-RESET-NOT-FOUND
               PERFORM READ-NEXT-SLICE-HISTORY
               PERFORM ADD-SLICE-HISTORY UNTIL HISTORY-RESET-EOF
               CLOSE HISTORY-RESET-FILE
           END-IF.

       READ-NEXT-SLICE-HISTORY.
           READ HISTORY-RESET-FILE NEXT RECORD
               AT END SET HISTORY-RESET-EOF TO TRUE
           END-READ.

       ADD-SLICE-HISTORY.
           IF SH-PROGRAM = SUITE-PROGRAM-NAME
               ADD SH-TESTS-RUN TO TESTS-RUN
               ADD SH-PASSES    TO PASSES
               ADD SH-FAILURES  TO FAILURES
           END-IF.
           PERFORM READ-NEXT-SLICE-HISTORY.

      *    MOD draws its divisor clear of zero; POWER draws a whole
      *    exponent from 0 thru 2 (the range top is exclusive). The
      *    oracle suite's divisor comes from the same range as
      *    MOD-TEST's; its POWER exponent cycles by trial index. On a
      *    boundary-grid run MOD and POWER cross their second
      *    operand's grid with the first's, while the oracle suite
      *    walks its divisor grid alongside the input grid.
       SET-SECOND-OPERAND.
           EVALUATE SUITE-PROGRAM-NAME
               WHEN 'MOD-TEST'
                   MOVE 1.000 TO PC-RANGE2-LOW
                   MOVE 100.000 TO PC-RANGE2-HIGH
                   SET PC-GRID-CROSSED TO TRUE
               WHEN 'POWER-TEST'
                   MOVE 0.000 TO PC-RANGE2-LOW
                   MOVE 3.000 TO PC-RANGE2-HIGH
                   SET PC-GRID-WHOLE-CROSSED TO TRUE
               WHEN 'ORACLE-TEST'
                   MOVE 1.000 TO PC-RANGE2-LOW
                   MOVE 100.000 TO PC-RANGE2-HIGH
                   SET PC-GRID-PAIRED TO TRUE
               WHEN OTHER
                   SET PC-GRID-ONE-OPERAND TO TRUE
           END-EVALUATE.

      *    Same guard RUN-ALL-TESTS applies: the case file must pass
      *    its edit before the data-driven assertions mean anything.
      *    truncates (or creates) each file, which is what the old
      *    job-top scratch used to do for every suite at once.
      *    DATA-DRIVEN-TEST's MATHREPR DD is the shared master it
      *    replays, never staging, and CROSS-FUNC-TEST and
      *    ORACLE-TEST capture no repro cases and carry no MATHREPR
      *    DD at all, so for all three the repro reset is skipped.
       RESET-SUITE-STAGING.
           OPEN OUTPUT PARTIAL-FILE.
           CLOSE PARTIAL-FILE.

           IF SUITE-PROGRAM-NAME NOT = 'DATA-DRIVEN-TEST'
               AND SUITE-PROGRAM-NAME NOT = 'CROSS-FUNC-TEST'
               AND SUITE-PROGRAM-NAME NOT = 'ORACLE-TEST'
               OPEN OUTPUT REPRO-RESET-FILE
               CLOSE REPRO-RESET-FILE
           END-IF.
               WHEN 'CROSS-FUNC-TEST'
                   OPEN OUTPUT XFNC-CKPT-RESET
                   CLOSE XFNC-CKPT-RESET
               WHEN 'ORACLE-TEST'
                   OPEN OUTPUT ORCL-CKPT-RESET
                   CLOSE ORCL-CKPT-RESET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The step's own checkpoint, read to see whether an
      *    interrupted grid walk left one to resume from.
       READ-SUITE-CHECKPOINT.
           EVALUATE SUITE-PROGRAM-NAME
               WHEN 'CEILING-TEST'
                   OPEN INPUT CEIL-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ CEIL-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE CEIL-CKPT-RESET
                   END-IF
               WHEN 'SQRT-TEST'
                   OPEN INPUT SQRT-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ SQRT-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE SQRT-CKPT-RESET
                   END-IF
               WHEN 'FLOOR-TEST'
                   OPEN INPUT FLOR-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ FLOR-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE FLOR-CKPT-RESET
                   END-IF
               WHEN 'ROUND-TEST'
                   OPEN INPUT ROND-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ ROND-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE ROND-CKPT-RESET
                   END-IF
               WHEN 'ABS-TEST'
                   OPEN INPUT ABS-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ ABS-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE ABS-CKPT-RESET
                   END-IF
               WHEN 'MOD-TEST'
                   OPEN INPUT MOD-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ MOD-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE MOD-CKPT-RESET
                   END-IF
               WHEN 'POWER-TEST'
                   OPEN INPUT POWR-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ POWR-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE POWR-CKPT-RESET
                   END-IF
               WHEN 'CROSS-FUNC-TEST'
                   OPEN INPUT XFNC-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ XFNC-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE XFNC-CKPT-RESET
                   END-IF
               WHEN 'ORACLE-TEST'
                   OPEN INPUT ORCL-CKPT-RESET
                   IF NOT CKPT-RESET-NOT-FOUND
                       READ ORCL-CKPT-RESET
                           INTO PROPERTY-CHECKPOINT-RECORD
                           AT END CONTINUE
                           NOT AT END SET GRID-RESUMING TO TRUE
                       END-READ
                       CLOSE ORCL-CKPT-RESET
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A grid walk's place between slices: the points walked so
      *    far and the counters at that point, with no trial of the
      *    next slice yet run.
       WRITE-SUITE-CHECKPOINT.
           MOVE ZERO         TO CKPT-TRIAL-IDX.
           MOVE TESTS-RUN    TO CKPT-TESTS-RUN.
           MOVE PASSES       TO CKPT-PASSES.
           MOVE FAILURES     TO CKPT-FAILURES.
           MOVE PC-GRID-BASE TO CKPT-GRID-BASE.
           EVALUATE SUITE-PROGRAM-NAME
               WHEN 'CEILING-TEST'
                   OPEN OUTPUT CEIL-CKPT-RESET
                   WRITE CEIL-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE CEIL-CKPT-RESET
               WHEN 'SQRT-TEST'
                   OPEN OUTPUT SQRT-CKPT-RESET
                   WRITE SQRT-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE SQRT-CKPT-RESET
               WHEN 'FLOOR-TEST'
                   OPEN OUTPUT FLOR-CKPT-RESET
                   WRITE FLOR-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE FLOR-CKPT-RESET
               WHEN 'ROUND-TEST'
                   OPEN OUTPUT ROND-CKPT-RESET
                   WRITE ROND-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE ROND-CKPT-RESET
               WHEN 'ABS-TEST'
                   OPEN OUTPUT ABS-CKPT-RESET
                   WRITE ABS-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE ABS-CKPT-RESET
               WHEN 'MOD-TEST'
                   OPEN OUTPUT MOD-CKPT-RESET
                   WRITE MOD-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE MOD-CKPT-RESET
               WHEN 'POWER-TEST'
                   OPEN OUTPUT POWR-CKPT-RESET
                   WRITE POWR-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE POWR-CKPT-RESET
               WHEN 'CROSS-FUNC-TEST'
                   OPEN OUTPUT XFNC-CKPT-RESET
                   WRITE XFNC-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE XFNC-CKPT-RESET
               WHEN 'ORACLE-TEST'
                   OPEN OUTPUT ORCL-CKPT-RESET
                   WRITE ORCL-CKPT-IMAGE
                       FROM PROPERTY-CHECKPOINT-RECORD
                   CLOSE ORCL-CKPT-RESET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.
           COMPUTE ELAPSED-CS = END-TIME-CS - START-TIME-CS.

           IF PC-GRID-MODE
               AND SUITE-PROGRAM-NAME NOT = 'DATA-DRIVEN-TEST'
               CALL 'WRITE-TIMING' USING SUITE-PROGRAM-NAME,
                   GRID-SCOPE, ZERO-TRIAL-IDX, ELAPSED-CS
           ELSE
               CALL 'WRITE-TIMING' USING SUITE-PROGRAM-NAME,
                   SUITE-SCOPE, ZERO-TRIAL-IDX, ELAPSED-CS
           END-IF.

       END PROGRAM RUN-SUITE.
