       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHATIF-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHATIF-FILE ASSIGN TO 'MATHWIFR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHATIF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WHATIF-FILE.
           COPY 'whatif-result.cpy'.
       WORKING-STORAGE SECTION.
           01  WHATIF-FILE-STATUS PIC X(02).
               88  WHATIF-FILE-NOT-FOUND VALUE '35'.
               88  WHATIF-FILE-EOF       VALUE '10'.
           01  TODAYS-DATE       PIC X(10).
           01  SUITE-COUNT       PIC 9(3)  VALUE ZERO.
           01  CHANGED-COUNT     PIC 9(3)  VALUE ZERO.
           01  NOT-RUN-COUNT     PIC 9(3)  VALUE ZERO.
           01  PARTIAL-COUNT     PIC 9(3)  VALUE ZERO.
           01  TOTAL-NEWLY-FAILING PIC 9(7)  VALUE ZERO.
           01  TOTAL-NEWLY-PASSING PIC 9(7)  VALUE ZERO.
           01  TOTAL-MARGIN-SHIFTS PIC 9(7)  VALUE ZERO.
           01  TOTAL-CURRENT-ONLY  PIC 9(7)  VALUE ZERO.
           01  TOTAL-PROPOSED-ONLY PIC 9(7)  VALUE ZERO.
           01  TOTAL-FAILURES-TABLE.
               05  TOTAL-FAILURES OCCURS 2 TIMES PIC 9(9).
           01  TOTAL-NEAR-MISSES-TABLE.
               05  TOTAL-NEAR-MISSES OCCURS 2 TIMES PIC 9(7).
           01  TOTAL-UNTOUCHED-TABLE.
               05  TOTAL-UNTOUCHED OCCURS 2 TIMES PIC 9(5).
           01  CURRENT-PASS      PIC 9(1)  VALUE 1.
           01  PROPOSED-PASS     PIC 9(1)  VALUE 2.
       PROCEDURE DIVISION.
      *    Closes the MATHWHIF policy dry run: reads every MATHWIFR
      *    row the comparison steps appended and prints the current
      *    and proposed MATHPLCY side by side, suite by suite, then
      *    the job totals - the sheet QA attaches to the policy
      *    change. The assertion-level detail is in each comparison
      *    step's SYSOUT. RC 4 when the proposed policy would fail an
      *    assertion that passes today, or when a suite has no
      *    comparison, since either must be explained before the
      *    proposed file goes over MATHS.TEST.POLICY.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           INITIALIZE TOTAL-FAILURES-TABLE.
           INITIALIZE TOTAL-NEAR-MISSES-TABLE.
           INITIALIZE TOTAL-UNTOUCHED-TABLE.

           DISPLAY 'MATHPLCY DRY RUN REPORT FOR ' TODAYS-DATE.
           DISPLAY '  CURRENT  = MATHS.TEST.POLICY AS IT STANDS'.
           DISPLAY '  PROPOSED = THE FILE UNDER REVIEW'.
           DISPLAY ' '.
           DISPLAY 'SUITE                          VERDICT  '
               'FAILURES CUR/PRP    NOW-FAIL NOW-PASS SHIFTS'.

           OPEN INPUT WHATIF-FILE.
           IF WHATIF-FILE-NOT-FOUND
               DISPLAY '  MATHWIFR NOT FOUND - NO SUITE WAS COMPARED'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NEXT-RESULT.
           PERFORM REPORT-SUITE-RESULT UNTIL WHATIF-FILE-EOF.
           CLOSE WHATIF-FILE.

           DISPLAY ' '.
           DISPLAY 'TOTALS OVER ' SUITE-COUNT ' SUITE(S)'.
           DISPLAY '  SUITES CHANGED              : ' CHANGED-COUNT.
           DISPLAY '  SUITES NOT COMPARED         : ' NOT-RUN-COUNT.
           DISPLAY '  SUITES COMPARED IN PART     : ' PARTIAL-COUNT.
           DISPLAY '  FAILURES CURRENT / PROPOSED : '
               TOTAL-FAILURES (CURRENT-PASS) ' / '
               TOTAL-FAILURES (PROPOSED-PASS).
           DISPLAY '  NEAR MISSES CUR / PROPOSED  : '
               TOTAL-NEAR-MISSES (CURRENT-PASS) ' / '
               TOTAL-NEAR-MISSES (PROPOSED-PASS).
           DISPLAY '  UNTOUCHED BANDS CUR / PRP   : '
               TOTAL-UNTOUCHED (CURRENT-PASS) ' / '
               TOTAL-UNTOUCHED (PROPOSED-PASS).
           DISPLAY '  ASSERTIONS NOW FAILING      : '
               TOTAL-NEWLY-FAILING.
           DISPLAY '  ASSERTIONS NOW PASSING      : '
               TOTAL-NEWLY-PASSING.
           DISPLAY '  MARGIN SHIFTS               : '
               TOTAL-MARGIN-SHIFTS.
           DISPLAY '  RUN UNDER CURRENT ONLY      : '
               TOTAL-CURRENT-ONLY.
           DISPLAY '  RUN UNDER PROPOSED ONLY     : '
               TOTAL-PROPOSED-ONLY.

           IF SUITE-COUNT = ZERO
               DISPLAY '  MATHWIFR IS EMPTY - NO SUITE WAS COMPARED'
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF TOTAL-NEWLY-FAILING > ZERO OR NOT-RUN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-NEXT-RESULT.
           READ WHATIF-FILE
               AT END SET WHATIF-FILE-EOF TO TRUE
           END-READ.

       REPORT-SUITE-RESULT.
           ADD 1 TO SUITE-COUNT.

           DISPLAY WR-SUITE-NAME ' ' WR-VERDICT ' '
               WR-FAILURES (CURRENT-PASS) '/'
               WR-FAILURES (PROPOSED-PASS) ' '
               WR-NEWLY-FAILING '    ' WR-NEWLY-PASSING '    '
               WR-MARGIN-SHIFTS.

           EVALUATE TRUE
               WHEN WR-NOT-RUN
                   ADD 1 TO NOT-RUN-COUNT
               WHEN WR-PARTIAL
                   ADD 1 TO PARTIAL-COUNT
                   ADD 1 TO CHANGED-COUNT
                   PERFORM PRINT-SUITE-DETAIL
               WHEN WR-CHANGED
                   ADD 1 TO CHANGED-COUNT
                   PERFORM PRINT-SUITE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           ADD WR-NEWLY-FAILING TO TOTAL-NEWLY-FAILING.
           ADD WR-NEWLY-PASSING TO TOTAL-NEWLY-PASSING.
           ADD WR-MARGIN-SHIFTS TO TOTAL-MARGIN-SHIFTS.
           ADD WR-CURRENT-ONLY TO TOTAL-CURRENT-ONLY.
           ADD WR-PROPOSED-ONLY TO TOTAL-PROPOSED-ONLY.
           ADD WR-FAILURES (CURRENT-PASS)
               TO TOTAL-FAILURES (CURRENT-PASS).
           ADD WR-FAILURES (PROPOSED-PASS)
               TO TOTAL-FAILURES (PROPOSED-PASS).
           ADD WR-NEAR-MISSES (CURRENT-PASS)
               TO TOTAL-NEAR-MISSES (CURRENT-PASS).
           ADD WR-NEAR-MISSES (PROPOSED-PASS)
               TO TOTAL-NEAR-MISSES (PROPOSED-PASS).
           ADD WR-UNTOUCHED-BANDS (CURRENT-PASS)
               TO TOTAL-UNTOUCHED (CURRENT-PASS).
           ADD WR-UNTOUCHED-BANDS (PROPOSED-PASS)
               TO TOTAL-UNTOUCHED (PROPOSED-PASS).

           PERFORM READ-NEXT-RESULT.

      *    Margin consumption and domain coverage, current then
      *    proposed, for a suite whose runs differed.
       PRINT-SUITE-DETAIL.
           DISPLAY '    MARGIN USED MEAN '
               WR-MEAN-USED-PCT (CURRENT-PASS) '% -> '
               WR-MEAN-USED-PCT (PROPOSED-PASS) '%  WORST '
               WR-WORST-USED-PCT (CURRENT-PASS) '% -> '
               WR-WORST-USED-PCT (PROPOSED-PASS) '%'.
           DISPLAY '    NEAR MISSES ' WR-NEAR-MISSES (CURRENT-PASS)
               ' -> ' WR-NEAR-MISSES (PROPOSED-PASS)
               '  ONLY CURRENT ' WR-CURRENT-ONLY
               '  ONLY PROPOSED ' WR-PROPOSED-ONLY.
           DISPLAY '    TRIALS ' WR-TRIAL-COUNT (CURRENT-PASS)
               ' -> ' WR-TRIAL-COUNT (PROPOSED-PASS)
               '  BANDS ' WR-BAND-COUNT (CURRENT-PASS)
               ' -> ' WR-BAND-COUNT (PROPOSED-PASS)
               '  UNTOUCHED ' WR-UNTOUCHED-BANDS (CURRENT-PASS)
               ' -> ' WR-UNTOUCHED-BANDS (PROPOSED-PASS)
               '  OUTSIDE ' WR-OUTSIDE (CURRENT-PASS)
               ' -> ' WR-OUTSIDE (PROPOSED-PASS).

       END PROGRAM WHATIF-REPORT.
