       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOUNDARY-GRID.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    The grid is every whole number and every x.500 in a span,
      *    with the values 0.001 either side of each: six candidates
      *    per whole number, in ascending order, numbered from a base
      *    whole number one below the span's floor so the first
      *    candidate always falls below the span. The points of a
      *    span are then one unbroken run of candidate numbers, and
      *    the n-th point is found by arithmetic, not by walking.
           01  GRID-OFFSET-TABLE.
               05  FILLER PIC S9(1)V9(3)  VALUE -0.001.
               05  FILLER PIC S9(1)V9(3)  VALUE 0.
               05  FILLER PIC S9(1)V9(3)  VALUE 0.001.
               05  FILLER PIC S9(1)V9(3)  VALUE 0.499.
               05  FILLER PIC S9(1)V9(3)  VALUE 0.500.
               05  FILLER PIC S9(1)V9(3)  VALUE 0.501.
           01  GRID-OFFSET-TABLE-R REDEFINES GRID-OFFSET-TABLE.
               05  GRID-OFFSET    OCCURS 6 TIMES PIC S9(1)V9(3).
           01  CANDIDATES-PER-WHOLE PIC 9(1)  VALUE 6.
      *    The most points GR-POINT-COUNT can carry. RUN-SUITE walks
      *    any grid up to this in slices the suites' trial index
      *    holds; only a grid past it is refused.
           01  GRID-POINT-LIMIT  PIC 9(9)  VALUE 999999999.
           01  GRID-POINT-NUMBER PIC 9(10).
           01  GRID-PRODUCT      PIC 9(12).
           01  RANGE-IDX         PIC 9(1).
           01  SPAN-LOW          PIC S9(6)V9(3).
           01  SPAN-HIGH         PIC S9(6)V9(3).
           01  SPAN-COUNT        PIC 9(9).
           01  BASE-WHOLE        PIC S9(6).
           01  CAND-IDX          PIC S9(9).
           01  CAND-WHOLE        PIC S9(9).
           01  CAND-SLOT         PIC 9(1).
           01  CAND-VALUE        PIC S9(6)V9(3).
           01  FIRST-CAND        PIC S9(9).
           01  LAST-CAND         PIC S9(9).
           01  FIRST-COUNT       PIC 9(9).
           01  SECOND-COUNT      PIC 9(9).
           01  SECOND-BASE-WHOLE PIC S9(6).
           01  SECOND-FIRST-CAND PIC S9(9).
           01  WHOLE-FIRST       PIC S9(6).
           01  WHOLE-LIMIT       PIC S9(6).
           01  ZERO-BASED-IDX    PIC 9(9).
           01  FIRST-OFFSET      PIC 9(9).
           01  SECOND-OFFSET     PIC 9(9).
           01  PLACED-FLAG       PIC X(01).
               88  POINT-PLACED         VALUE 'Y'.
               88  POINT-NOT-PLACED     VALUE 'N'.
       LINKAGE SECTION.
           COPY 'grid-request.cpy'.
           COPY 'property-config.cpy'.
       PROCEDURE DIVISION USING GRID-REQUEST, PROPERTY-CONFIG.
      *    Called by RUN-SUITE to size a boundary-grid run before the
      *    suite starts, and by each suite once per trial for the
      *    point that trial index names. Both calls recount from the
      *    PROPERTY-CONFIG ranges, so the size and the points can
      *    never disagree.
       MAIN-PROCEDURE.
           PERFORM COUNT-SECOND-OPERAND.
           PERFORM COUNT-FIRST-OPERAND.

           IF PC-GRID-CROSSED OR PC-GRID-WHOLE-CROSSED
               COMPUTE GRID-PRODUCT = FIRST-COUNT * SECOND-COUNT
           ELSE
               MOVE FIRST-COUNT TO GRID-PRODUCT
           END-IF.

           IF GRID-PRODUCT > GRID-POINT-LIMIT
               SET GR-GRID-TOO-LARGE TO TRUE
               MOVE GRID-POINT-LIMIT TO GR-POINT-COUNT
           ELSE
               SET GR-GRID-FITS TO TRUE
               MOVE GRID-PRODUCT TO GR-POINT-COUNT
           END-IF.

           COMPUTE GRID-POINT-NUMBER = PC-GRID-BASE + GR-POINT-IDX.

           IF GR-POINT-MODE
               AND GR-POINT-IDX > ZERO
               AND GRID-POINT-NUMBER NOT > GR-POINT-COUNT
               PERFORM LOCATE-GRID-POINT
           END-IF.

           GOBACK.

       COUNT-FIRST-OPERAND.
           MOVE ZERO TO FIRST-COUNT.
           PERFORM ADD-RANGE-COUNT
               VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > PC-RANGE-COUNT.

       ADD-RANGE-COUNT.
           MOVE PC-GEN-RANGE-LOW (RANGE-IDX) TO SPAN-LOW.
           MOVE PC-GEN-RANGE-HIGH (RANGE-IDX) TO SPAN-HIGH.
           PERFORM COUNT-SPAN.
           ADD SPAN-COUNT TO FIRST-COUNT.

      *    The second operand walks its own boundary grid over the
      *    second-operand range, or - for POWER's exponent, which
      *    must be whole - the whole values from the range bottom up
      *    to but not including its top, the same values a random
      *    draw can produce.
       COUNT-SECOND-OPERAND.
           EVALUATE TRUE
               WHEN PC-GRID-CROSSED OR PC-GRID-PAIRED
                   MOVE PC-RANGE2-LOW TO SPAN-LOW
                   MOVE PC-RANGE2-HIGH TO SPAN-HIGH
                   PERFORM COUNT-SPAN
                   MOVE SPAN-COUNT TO SECOND-COUNT
                   MOVE BASE-WHOLE TO SECOND-BASE-WHOLE
                   MOVE FIRST-CAND TO SECOND-FIRST-CAND
               WHEN PC-GRID-WHOLE-CROSSED
                   COMPUTE WHOLE-FIRST =
                       ZERO - FUNCTION INTEGER(ZERO - PC-RANGE2-LOW)
                   COMPUTE WHOLE-LIMIT =
                       ZERO - FUNCTION INTEGER(ZERO - PC-RANGE2-HIGH)
                   IF WHOLE-LIMIT > WHOLE-FIRST
                       COMPUTE SECOND-COUNT = WHOLE-LIMIT - WHOLE-FIRST
                   ELSE
                       MOVE ZERO TO SECOND-COUNT
                   END-IF
               WHEN OTHER
                   MOVE 1 TO SECOND-COUNT
           END-EVALUATE.

      *    Counts the grid points inside SPAN-LOW thru SPAN-HIGH,
      *    both ends included, leaving BASE-WHOLE and FIRST-CAND set
      *    for CANDIDATE-VALUE. The first point is found by stepping
      *    up from candidate zero and the last by stepping down from
      *    a candidate known to lie above the span; neither walk is
      *    ever more than two whole numbers long.
       COUNT-SPAN.
           COMPUTE BASE-WHOLE = FUNCTION INTEGER(SPAN-LOW) - 1.

           MOVE ZERO TO CAND-IDX.
           PERFORM CANDIDATE-VALUE.
           PERFORM NEXT-CANDIDATE
               UNTIL CAND-VALUE NOT < SPAN-LOW.
           MOVE CAND-IDX TO FIRST-CAND.

           COMPUTE CAND-IDX =
               (FUNCTION INTEGER(SPAN-HIGH) + 1 - BASE-WHOLE)
                   * CANDIDATES-PER-WHOLE + CANDIDATES-PER-WHOLE - 1.
           PERFORM CANDIDATE-VALUE.
           PERFORM PRIOR-CANDIDATE
               UNTIL CAND-VALUE NOT > SPAN-HIGH
                   OR CAND-IDX < FIRST-CAND.
           MOVE CAND-IDX TO LAST-CAND.

           IF LAST-CAND < FIRST-CAND
               MOVE ZERO TO SPAN-COUNT
           ELSE
               COMPUTE SPAN-COUNT = LAST-CAND - FIRST-CAND + 1
           END-IF.

       NEXT-CANDIDATE.
           ADD 1 TO CAND-IDX.
           PERFORM CANDIDATE-VALUE.

       PRIOR-CANDIDATE.
           SUBTRACT 1 FROM CAND-IDX.
           PERFORM CANDIDATE-VALUE.

       CANDIDATE-VALUE.
           DIVIDE CAND-IDX BY CANDIDATES-PER-WHOLE
               GIVING CAND-WHOLE REMAINDER CAND-SLOT.
           COMPUTE CAND-VALUE =
               BASE-WHOLE + CAND-WHOLE + GRID-OFFSET (CAND-SLOT + 1).

      *    Point numbers run through the second operand fastest, so
      *    a crossed grid holds the first operand still while the
      *    second walks its whole grid. A paired second operand
      *    simply cycles through its grid as the first advances. On
      *    a sliced run the point number counts on from the slices
      *    before, so the slices walk one unbroken grid.
       LOCATE-GRID-POINT.
           COMPUTE ZERO-BASED-IDX = GRID-POINT-NUMBER - 1.
           MOVE ZERO TO SECOND-OFFSET.

           EVALUATE TRUE
               WHEN PC-GRID-CROSSED OR PC-GRID-WHOLE-CROSSED
                   DIVIDE ZERO-BASED-IDX BY SECOND-COUNT
                       GIVING FIRST-OFFSET REMAINDER SECOND-OFFSET
               WHEN PC-GRID-PAIRED
                   MOVE ZERO-BASED-IDX TO FIRST-OFFSET
                   IF SECOND-COUNT > ZERO
                       COMPUTE SECOND-OFFSET = FUNCTION MOD(
                           ZERO-BASED-IDX SECOND-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE ZERO-BASED-IDX TO FIRST-OFFSET
           END-EVALUATE.

           SET POINT-NOT-PLACED TO TRUE.
           PERFORM PLACE-IN-RANGE
               VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > PC-RANGE-COUNT OR POINT-PLACED.

           EVALUATE TRUE
               WHEN PC-GRID-CROSSED
                   PERFORM SECOND-GRID-VALUE
               WHEN PC-GRID-PAIRED
                   IF SECOND-COUNT > ZERO
                       PERFORM SECOND-GRID-VALUE
                   ELSE
                       MOVE PC-RANGE2-LOW TO GR-INPUT-2
                   END-IF
               WHEN PC-GRID-WHOLE-CROSSED
                   COMPUTE GR-INPUT-2 = WHOLE-FIRST + SECOND-OFFSET
               WHEN OTHER
                   MOVE ZERO TO GR-INPUT-2
           END-EVALUATE.

      *    The ranges' points follow one another in range order; the
      *    range the point lands in becomes the trial's current
      *    range.
       PLACE-IN-RANGE.
           MOVE PC-GEN-RANGE-LOW (RANGE-IDX) TO SPAN-LOW.
           MOVE PC-GEN-RANGE-HIGH (RANGE-IDX) TO SPAN-HIGH.
           PERFORM COUNT-SPAN.

           IF FIRST-OFFSET < SPAN-COUNT
               COMPUTE CAND-IDX = FIRST-CAND + FIRST-OFFSET
               PERFORM CANDIDATE-VALUE
               MOVE CAND-VALUE TO GR-INPUT
               MOVE PC-GEN-RANGE-LOW (RANGE-IDX) TO PC-RANGE-LOW
               MOVE PC-GEN-RANGE-HIGH (RANGE-IDX) TO PC-RANGE-HIGH
               SET POINT-PLACED TO TRUE
           ELSE
               SUBTRACT SPAN-COUNT FROM FIRST-OFFSET
           END-IF.

       SECOND-GRID-VALUE.
           MOVE SECOND-BASE-WHOLE TO BASE-WHOLE.
           COMPUTE CAND-IDX = SECOND-FIRST-CAND + SECOND-OFFSET.
           PERFORM CANDIDATE-VALUE.
           MOVE CAND-VALUE TO GR-INPUT-2.

       END PROGRAM BOUNDARY-GRID.
