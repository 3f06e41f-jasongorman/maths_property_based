       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-WHATIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The suite's two dry runs: the CUR* DDs hold its run under
      *    the current MATHPLCY, the PRP* DDs its run under the
      *    proposed one. Same layouts as MATHPART, MATHXTRC and
      *    MATHTCOV, read as images and moved into the working
      *    storage copies below.
           SELECT CURRENT-PARTIAL-FILE ASSIGN TO 'CURPART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-PARTIAL-STATUS.
           SELECT PROPOSED-PARTIAL-FILE ASSIGN TO 'PRPPART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPOSED-PARTIAL-STATUS.
           SELECT CURRENT-EXTRACT-FILE ASSIGN TO 'CURXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-EXTRACT-STATUS.
           SELECT PROPOSED-EXTRACT-FILE ASSIGN TO 'PRPXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPOSED-EXTRACT-STATUS.
           SELECT CURRENT-DOMAIN-FILE ASSIGN TO 'CURTCOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-DOMAIN-STATUS.
           SELECT PROPOSED-DOMAIN-FILE ASSIGN TO 'PRPTCOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPOSED-DOMAIN-STATUS.
           SELECT WHATIF-FILE ASSIGN TO 'MATHWIFR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WHATIF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRENT-PARTIAL-FILE.
           01  CURRENT-PARTIAL-IMAGE  PIC X(57).
       FD  PROPOSED-PARTIAL-FILE.
           01  PROPOSED-PARTIAL-IMAGE PIC X(57).
       FD  CURRENT-EXTRACT-FILE.
           01  CURRENT-EXTRACT-IMAGE  PIC X(97).
       FD  PROPOSED-EXTRACT-FILE.
           01  PROPOSED-EXTRACT-IMAGE PIC X(97).
       FD  CURRENT-DOMAIN-FILE.
           01  CURRENT-DOMAIN-IMAGE   PIC X(70).
       FD  PROPOSED-DOMAIN-FILE.
           01  PROPOSED-DOMAIN-IMAGE  PIC X(70).
       FD  WHATIF-FILE.
           COPY 'whatif-result.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'partial-result.cpy'.
           COPY 'result-extract.cpy'.
           COPY 'domain-coverage.cpy'.
           01  CURRENT-PARTIAL-STATUS  PIC X(02).
               88  CURRENT-PARTIAL-NOT-FOUND  VALUE '35'.
           01  PROPOSED-PARTIAL-STATUS PIC X(02).
               88  PROPOSED-PARTIAL-NOT-FOUND VALUE '35'.
           01  CURRENT-EXTRACT-STATUS  PIC X(02).
               88  CURRENT-EXTRACT-NOT-FOUND  VALUE '35'.
               88  CURRENT-EXTRACT-EOF        VALUE '10'.
           01  PROPOSED-EXTRACT-STATUS PIC X(02).
               88  PROPOSED-EXTRACT-NOT-FOUND VALUE '35'.
               88  PROPOSED-EXTRACT-EOF       VALUE '10'.
           01  CURRENT-DOMAIN-STATUS   PIC X(02).
               88  CURRENT-DOMAIN-NOT-FOUND   VALUE '35'.
               88  CURRENT-DOMAIN-EOF         VALUE '10'.
           01  PROPOSED-DOMAIN-STATUS  PIC X(02).
               88  PROPOSED-DOMAIN-NOT-FOUND  VALUE '35'.
               88  PROPOSED-DOMAIN-EOF        VALUE '10'.
           01  WHATIF-FILE-STATUS      PIC X(02).
               88  WHATIF-FILE-NOT-FOUND      VALUE '35'.
           01  TODAYS-DATE       PIC X(10).
           01  WHATIF-SUITE-NAME PIC X(30)  VALUE SPACES.
      *    Which run a figure is being tallied for: the index into
      *    WR-PASS-ENTRY.
           01  PASS-IDX          PIC 9(1).
           01  CURRENT-PASS      PIC 9(1)  VALUE 1.
           01  PROPOSED-PASS     PIC 9(1)  VALUE 2.
           01  CURRENT-REPORTED-FLAG  PIC X(01)  VALUE 'N'.
               88  CURRENT-REPORTED      VALUE 'Y'.
           01  PROPOSED-REPORTED-FLAG PIC X(01)  VALUE 'N'.
               88  PROPOSED-REPORTED     VALUE 'Y'.
      *    A passed assertion that consumed more than this percentage
      *    of its margin is a near miss - FAILURE-ANALYSIS's default.
      *    An assertion that passes under both policies but whose
      *    consumption moved by more than the shift limit, in points,
      *    is listed as a margin shift.
           01  NEAR-MISS-PCT-LIMIT  PIC 9(3)  VALUE 80.
           01  MARGIN-SHIFT-LIMIT   PIC 9(3)  VALUE 10.
           01  MISS-RATIO-CEILING   PIC 9(7)V99  VALUE 9999999.99.
      *    One digit wider than the extract amounts: two S9(4) values
      *    of opposite sign can be almost 20000 apart.
           01  MISS-AMOUNT          PIC 9(5)V9(8).
           01  MARGIN-USED-PCT      PIC 9(7)V99.
           01  MARGIN-SHIFT-PCT     PIC 9(7)V99.
           01  USED-PCT-TOTAL-TABLE.
               05  USED-PCT-TOTAL OCCURS 2 TIMES PIC 9(11)V99.
           01  USED-PCT-COUNT-TABLE.
               05  USED-PCT-COUNT OCCURS 2 TIMES PIC 9(9).
      *    The current run's assertions, in file order. Repeated test
      *    names are matched first-unconsumed-first, as
      *    BASELINE-COMPARE does, so the several assertions a trial
      *    makes under one name line up pairwise across the runs.
           01  CURRENT-COUNT     PIC 9(4)  VALUE ZERO.
           01  CURRENT-TABLE.
               05  CURRENT-ENTRY OCCURS 2000 TIMES.
                   10  CA-TEST-NAME   PIC X(30).
                   10  CA-ACTUAL      PIC S9(4)V9(8).
                   10  CA-MARGIN      PIC S9(4)V9(8).
                   10  CA-PASS-FLAG   PIC X(01).
                       88  CA-PASSED        VALUE 'Y'.
                   10  CA-USED-PCT    PIC 9(7)V99.
                   10  CA-CONSUMED-FLAG PIC X(01).
                       88  CA-CONSUMED      VALUE 'Y'.
                       88  CA-NOT-CONSUMED  VALUE 'N'.
           01  CURRENT-IDX       PIC 9(4).
           01  CURRENT-FOUND-IDX PIC 9(4).
           01  CURRENT-OVERFLOW  PIC 9(9)  VALUE ZERO.
      *    Verdict changes are always listed in full; margin shifts
      *    and assertions run under one policy only are listed up to
      *    the limit and counted beyond it.
           01  LISTING-LIMIT     PIC 9(3)  VALUE 20.
           01  SHIFTS-LISTED     PIC 9(3)  VALUE ZERO.
           01  UNMATCHED-LISTED  PIC 9(3)  VALUE ZERO.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING PARM-FIELD.
      *    Runs in the MATHWHIF dry run straight after one suite has
      *    run under both policies and TRIAL-COVERAGE has bucketed
      *    each run's trials. Compares the two runs assertion by
      *    assertion - verdicts that changed, margin consumption,
      *    assertions only one run made - prints every difference,
      *    and appends the suite's MATHWIFR row. The next suite's
      *    steps reset the scratch files, so this must run between.
      *    RC 4 when an assertion that passes today would fail under
      *    the proposed policy, or when either run never reported.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           IF PARM-LENGTH > ZERO
               MOVE PARM-VALUE (1:PARM-LENGTH) TO WHATIF-SUITE-NAME
           END-IF.

           IF WHATIF-SUITE-NAME = SPACES
               DISPLAY 'POLICY-WHATIF: NO SUITE NAMED IN THE PARM'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WHATIF-RESULT-RECORD.
           MOVE TODAYS-DATE TO WR-DATE.
           MOVE WHATIF-SUITE-NAME TO WR-SUITE-NAME.
           INITIALIZE USED-PCT-TOTAL-TABLE.
           INITIALIZE USED-PCT-COUNT-TABLE.

           DISPLAY 'POLICY DRY RUN: ' FUNCTION TRIM(WHATIF-SUITE-NAME)
               ' CURRENT VS PROPOSED MATHPLCY'.

           PERFORM READ-CURRENT-PARTIAL.
           PERFORM READ-PROPOSED-PARTIAL.

      *    A run that never reported - most often a proposed file
      *    that failed its MATHPLCY edit - has nothing to compare;
      *    the RUN-SUITE step's SYSOUT says why.
           IF NOT CURRENT-REPORTED OR NOT PROPOSED-REPORTED
               IF NOT CURRENT-REPORTED
                   DISPLAY '  CURRENT-POLICY RUN NEVER REPORTED'
               END-IF
               IF NOT PROPOSED-REPORTED
                   DISPLAY '  PROPOSED-POLICY RUN NEVER REPORTED'
               END-IF
               SET WR-NOT-RUN TO TRUE
               PERFORM WRITE-WHATIF-RESULT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-CURRENT-EXTRACT.
           PERFORM COMPARE-PROPOSED-EXTRACT.

           PERFORM COUNT-CURRENT-ONLY
               VARYING CURRENT-IDX FROM 1 BY 1
               UNTIL CURRENT-IDX > CURRENT-COUNT.

           IF UNMATCHED-LISTED >= LISTING-LIMIT
               DISPLAY '  ... ONLY LISTED THE FIRST ' LISTING-LIMIT
                   ' ASSERTIONS RUN UNDER ONE POLICY'
           END-IF.
           IF SHIFTS-LISTED >= LISTING-LIMIT
               DISPLAY '  ... ONLY LISTED THE FIRST ' LISTING-LIMIT
                   ' MARGIN SHIFTS'
           END-IF.

           MOVE CURRENT-PASS TO PASS-IDX.
           PERFORM SET-MEAN-USED-PCT.
           MOVE PROPOSED-PASS TO PASS-IDX.
           PERFORM SET-MEAN-USED-PCT.

           PERFORM READ-CURRENT-COVERAGE.
           PERFORM READ-PROPOSED-COVERAGE.

           PERFORM SET-SUITE-VERDICT.
           PERFORM PRINT-SUITE-SUMMARY.
           PERFORM WRITE-WHATIF-RESULT.

           IF WR-NEWLY-FAILING > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    RUN-SUITE empties the partial when its step starts and
      *    writes it only once the suite has reported.
       READ-CURRENT-PARTIAL.
           OPEN INPUT CURRENT-PARTIAL-FILE.
           IF NOT CURRENT-PARTIAL-NOT-FOUND
               READ CURRENT-PARTIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CURRENT-PARTIAL-IMAGE
                           TO PARTIAL-RESULT-RECORD
                       SET CURRENT-REPORTED TO TRUE
                       MOVE PART-TESTS-RUN
                           TO WR-TESTS-RUN (CURRENT-PASS)
                       MOVE PART-FAILURES
                           TO WR-FAILURES (CURRENT-PASS)
               END-READ
               CLOSE CURRENT-PARTIAL-FILE
           END-IF.

       READ-PROPOSED-PARTIAL.
           OPEN INPUT PROPOSED-PARTIAL-FILE.
           IF NOT PROPOSED-PARTIAL-NOT-FOUND
               READ PROPOSED-PARTIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROPOSED-PARTIAL-IMAGE
                           TO PARTIAL-RESULT-RECORD
                       SET PROPOSED-REPORTED TO TRUE
                       MOVE PART-TESTS-RUN
                           TO WR-TESTS-RUN (PROPOSED-PASS)
                       MOVE PART-FAILURES
                           TO WR-FAILURES (PROPOSED-PASS)
               END-READ
               CLOSE PROPOSED-PARTIAL-FILE
           END-IF.

       LOAD-CURRENT-EXTRACT.
           MOVE CURRENT-PASS TO PASS-IDX.
           OPEN INPUT CURRENT-EXTRACT-FILE.
           IF NOT CURRENT-EXTRACT-NOT-FOUND
               PERFORM READ-NEXT-CURRENT
               PERFORM LOAD-CURRENT-RECORD
                   UNTIL CURRENT-EXTRACT-EOF
               CLOSE CURRENT-EXTRACT-FILE
           END-IF.

           IF CURRENT-OVERFLOW > ZERO
               DISPLAY '  CURRENT RUN TABLE FULL, '
                   CURRENT-OVERFLOW ' ASSERTIONS NOT COMPARED'
           END-IF.

       READ-NEXT-CURRENT.
           READ CURRENT-EXTRACT-FILE
               AT END SET CURRENT-EXTRACT-EOF TO TRUE
           END-READ.

       LOAD-CURRENT-RECORD.
           MOVE CURRENT-EXTRACT-IMAGE TO RESULT-EXTRACT-RECORD.
           PERFORM TALLY-MARGIN-USE.

           IF CURRENT-COUNT < 2000
               ADD 1 TO CURRENT-COUNT
               MOVE RX-TEST-NAME TO CA-TEST-NAME (CURRENT-COUNT)
               MOVE RX-ACTUAL TO CA-ACTUAL (CURRENT-COUNT)
               MOVE RX-MARGIN TO CA-MARGIN (CURRENT-COUNT)
               MOVE RX-PASS-FLAG TO CA-PASS-FLAG (CURRENT-COUNT)
               MOVE MARGIN-USED-PCT TO CA-USED-PCT (CURRENT-COUNT)
               SET CA-NOT-CONSUMED (CURRENT-COUNT) TO TRUE
           ELSE
               ADD 1 TO CURRENT-OVERFLOW
           END-IF.

           PERFORM READ-NEXT-CURRENT.

      *    Margin consumption is FAILURE-ANALYSIS's measure: the
      *    share of its margin a passed assertion's miss used. Only
      *    positive-margin passes count; anything else leaves zero.
       TALLY-MARGIN-USE.
           MOVE ZERO TO MARGIN-USED-PCT.

           IF RX-PASSED AND RX-MARGIN > ZERO
               COMPUTE MISS-AMOUNT =
                   FUNCTION ABS(RX-ACTUAL - RX-EXPECTED)
               COMPUTE MARGIN-USED-PCT ROUNDED =
                   (MISS-AMOUNT / RX-MARGIN) * 100
                   ON SIZE ERROR MOVE MISS-RATIO-CEILING
                       TO MARGIN-USED-PCT
               END-COMPUTE
               ADD MARGIN-USED-PCT TO USED-PCT-TOTAL (PASS-IDX)
               ADD 1 TO USED-PCT-COUNT (PASS-IDX)
               IF MARGIN-USED-PCT > WR-WORST-USED-PCT (PASS-IDX)
                   MOVE MARGIN-USED-PCT
                       TO WR-WORST-USED-PCT (PASS-IDX)
               END-IF
               IF MARGIN-USED-PCT > NEAR-MISS-PCT-LIMIT
                   ADD 1 TO WR-NEAR-MISSES (PASS-IDX)
               END-IF
           END-IF.

       COMPARE-PROPOSED-EXTRACT.
           MOVE PROPOSED-PASS TO PASS-IDX.
           OPEN INPUT PROPOSED-EXTRACT-FILE.
           IF NOT PROPOSED-EXTRACT-NOT-FOUND
               PERFORM READ-NEXT-PROPOSED
               PERFORM COMPARE-PROPOSED-ROW
                   UNTIL PROPOSED-EXTRACT-EOF
               CLOSE PROPOSED-EXTRACT-FILE
           END-IF.

       READ-NEXT-PROPOSED.
           READ PROPOSED-EXTRACT-FILE
               AT END SET PROPOSED-EXTRACT-EOF TO TRUE
           END-READ.

       COMPARE-PROPOSED-ROW.
           MOVE PROPOSED-EXTRACT-IMAGE TO RESULT-EXTRACT-RECORD.
           PERFORM TALLY-MARGIN-USE.

           MOVE ZERO TO CURRENT-FOUND-IDX.
           PERFORM FIND-CURRENT-ENTRY
               VARYING CURRENT-IDX FROM 1 BY 1
               UNTIL CURRENT-IDX > CURRENT-COUNT
                   OR CURRENT-FOUND-IDX > ZERO.

           IF CURRENT-FOUND-IDX > ZERO
               SET CA-CONSUMED (CURRENT-FOUND-IDX) TO TRUE
               PERFORM COMPARE-MATCHED-ASSERTION
           ELSE
               ADD 1 TO WR-PROPOSED-ONLY
               IF UNMATCHED-LISTED < LISTING-LIMIT
                   ADD 1 TO UNMATCHED-LISTED
                   DISPLAY '  PROPOSED ONLY: '
                       FUNCTION TRIM(RX-TEST-NAME)
                       ' ACTUAL ' RX-ACTUAL
                       ' PASS-FLAG ' RX-PASS-FLAG
               END-IF
           END-IF.

           PERFORM READ-NEXT-PROPOSED.

       FIND-CURRENT-ENTRY.
           IF CA-NOT-CONSUMED (CURRENT-IDX)
               AND CA-TEST-NAME (CURRENT-IDX) = RX-TEST-NAME
               MOVE CURRENT-IDX TO CURRENT-FOUND-IDX
           END-IF.

      *    Same seed, same draws: a verdict that changed is down to
      *    the proposed margins or ranges alone.
       COMPARE-MATCHED-ASSERTION.
           EVALUATE TRUE
               WHEN CA-PASSED (CURRENT-FOUND-IDX) AND RX-FAILED
                   ADD 1 TO WR-NEWLY-FAILING
                   DISPLAY '  NOW FAILS : '
                       FUNCTION TRIM(RX-TEST-NAME)
                       ' ACTUAL ' CA-ACTUAL (CURRENT-FOUND-IDX)
                       ' -> ' RX-ACTUAL
                       ' MARGIN ' CA-MARGIN (CURRENT-FOUND-IDX)
                       ' -> ' RX-MARGIN
               WHEN NOT CA-PASSED (CURRENT-FOUND-IDX) AND RX-PASSED
                   ADD 1 TO WR-NEWLY-PASSING
                   DISPLAY '  NOW PASSES: '
                       FUNCTION TRIM(RX-TEST-NAME)
                       ' ACTUAL ' CA-ACTUAL (CURRENT-FOUND-IDX)
                       ' -> ' RX-ACTUAL
                       ' MARGIN ' CA-MARGIN (CURRENT-FOUND-IDX)
                       ' -> ' RX-MARGIN
               WHEN RX-PASSED
                   PERFORM CHECK-MARGIN-SHIFT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-MARGIN-SHIFT.
           COMPUTE MARGIN-SHIFT-PCT = FUNCTION ABS(
               MARGIN-USED-PCT - CA-USED-PCT (CURRENT-FOUND-IDX)).

           IF MARGIN-SHIFT-PCT > MARGIN-SHIFT-LIMIT
               ADD 1 TO WR-MARGIN-SHIFTS
               IF SHIFTS-LISTED < LISTING-LIMIT
                   ADD 1 TO SHIFTS-LISTED
                   DISPLAY '  MARGIN USE: '
                       FUNCTION TRIM(RX-TEST-NAME) ' '
                       CA-USED-PCT (CURRENT-FOUND-IDX)
                       '% -> ' MARGIN-USED-PCT '%'
               END-IF
           END-IF.

       COUNT-CURRENT-ONLY.
           IF CA-NOT-CONSUMED (CURRENT-IDX)
               ADD 1 TO WR-CURRENT-ONLY
               IF UNMATCHED-LISTED < LISTING-LIMIT
                   ADD 1 TO UNMATCHED-LISTED
                   DISPLAY '  CURRENT ONLY : '
                       FUNCTION TRIM(CA-TEST-NAME (CURRENT-IDX))
                       ' ACTUAL ' CA-ACTUAL (CURRENT-IDX)
                       ' PASS-FLAG ' CA-PASS-FLAG (CURRENT-IDX)
               END-IF
           END-IF.

       SET-MEAN-USED-PCT.
           IF USED-PCT-COUNT (PASS-IDX) > ZERO
               COMPUTE WR-MEAN-USED-PCT (PASS-IDX) ROUNDED =
                   USED-PCT-TOTAL (PASS-IDX)
                       / USED-PCT-COUNT (PASS-IDX)
                   ON SIZE ERROR MOVE 999.99
                       TO WR-MEAN-USED-PCT (PASS-IDX)
               END-COMPUTE
           END-IF.

      *    Each run's MATHTCOV scratch holds only this suite's row,
      *    written by the TRIAL-COVERAGE step that judged that run
      *    against its own policy's ranges. DATA-DRIVEN-TEST and any
      *    suite that logged no trials leave no row, and read zero.
       READ-CURRENT-COVERAGE.
           OPEN INPUT CURRENT-DOMAIN-FILE.
           IF NOT CURRENT-DOMAIN-NOT-FOUND
               PERFORM READ-NEXT-CURRENT-DOMAIN
               PERFORM TAKE-CURRENT-DOMAIN-ROW
                   UNTIL CURRENT-DOMAIN-EOF
               CLOSE CURRENT-DOMAIN-FILE
           END-IF.

       READ-NEXT-CURRENT-DOMAIN.
           READ CURRENT-DOMAIN-FILE
               AT END SET CURRENT-DOMAIN-EOF TO TRUE
           END-READ.

       TAKE-CURRENT-DOMAIN-ROW.
           MOVE CURRENT-DOMAIN-IMAGE TO DOMAIN-COVERAGE-RECORD.
           IF DC-SUITE-NAME = WHATIF-SUITE-NAME
               MOVE CURRENT-PASS TO PASS-IDX
               PERFORM TAKE-DOMAIN-FIGURES
           END-IF.
           PERFORM READ-NEXT-CURRENT-DOMAIN.

       READ-PROPOSED-COVERAGE.
           OPEN INPUT PROPOSED-DOMAIN-FILE.
           IF NOT PROPOSED-DOMAIN-NOT-FOUND
               PERFORM READ-NEXT-PROPOSED-DOMAIN
               PERFORM TAKE-PROPOSED-DOMAIN-ROW
                   UNTIL PROPOSED-DOMAIN-EOF
               CLOSE PROPOSED-DOMAIN-FILE
           END-IF.

       READ-NEXT-PROPOSED-DOMAIN.
           READ PROPOSED-DOMAIN-FILE
               AT END SET PROPOSED-DOMAIN-EOF TO TRUE
           END-READ.

       TAKE-PROPOSED-DOMAIN-ROW.
           MOVE PROPOSED-DOMAIN-IMAGE TO DOMAIN-COVERAGE-RECORD.
           IF DC-SUITE-NAME = WHATIF-SUITE-NAME
               MOVE PROPOSED-PASS TO PASS-IDX
               PERFORM TAKE-DOMAIN-FIGURES
           END-IF.
           PERFORM READ-NEXT-PROPOSED-DOMAIN.

       TAKE-DOMAIN-FIGURES.
           MOVE DC-TRIAL-COUNT TO WR-TRIAL-COUNT (PASS-IDX).
           MOVE DC-BAND-COUNT TO WR-BAND-COUNT (PASS-IDX).
           MOVE DC-UNTOUCHED-BANDS TO WR-UNTOUCHED-BANDS (PASS-IDX).
           MOVE DC-OUTSIDE TO WR-OUTSIDE (PASS-IDX).

      *    SAME only when the two runs are indistinguishable: same
      *    totals, no verdict changed, no assertion in one run only,
      *    no margin shift, and the same domain coverage.
       SET-SUITE-VERDICT.
           SET WR-UNCHANGED TO TRUE.

           IF WR-PASS-ENTRY (CURRENT-PASS)
                   NOT = WR-PASS-ENTRY (PROPOSED-PASS)
               OR WR-NEWLY-FAILING > ZERO
               OR WR-NEWLY-PASSING > ZERO
               OR WR-MARGIN-SHIFTS > ZERO
               OR WR-CURRENT-ONLY > ZERO
               OR WR-PROPOSED-ONLY > ZERO
               SET WR-CHANGED TO TRUE
           END-IF.

           IF CURRENT-OVERFLOW > ZERO
               SET WR-PARTIAL TO TRUE
           END-IF.

       PRINT-SUITE-SUMMARY.
           DISPLAY '                        CURRENT     PROPOSED'.
           DISPLAY '  TESTS RUN        : ' WR-TESTS-RUN (CURRENT-PASS)
               '  ' WR-TESTS-RUN (PROPOSED-PASS).
           DISPLAY '  FAILURES         : ' WR-FAILURES (CURRENT-PASS)
               '  ' WR-FAILURES (PROPOSED-PASS).
           DISPLAY '  NEAR MISSES      : '
               WR-NEAR-MISSES (CURRENT-PASS)
               '      ' WR-NEAR-MISSES (PROPOSED-PASS).
           DISPLAY '  MEAN MARGIN USED : '
               WR-MEAN-USED-PCT (CURRENT-PASS)
               '%     ' WR-MEAN-USED-PCT (PROPOSED-PASS) '%'.
           DISPLAY '  WORST MARGIN USED: '
               WR-WORST-USED-PCT (CURRENT-PASS)
               '% ' WR-WORST-USED-PCT (PROPOSED-PASS) '%'.
           DISPLAY '  TRIALS LOGGED    : '
               WR-TRIAL-COUNT (CURRENT-PASS)
               '  ' WR-TRIAL-COUNT (PROPOSED-PASS).
           DISPLAY '  RANGE BANDS      : '
               WR-BAND-COUNT (CURRENT-PASS)
               '        ' WR-BAND-COUNT (PROPOSED-PASS).
           DISPLAY '  BANDS UNTOUCHED  : '
               WR-UNTOUCHED-BANDS (CURRENT-PASS)
               '        ' WR-UNTOUCHED-BANDS (PROPOSED-PASS).
           DISPLAY '  OUTSIDE RANGES   : '
               WR-OUTSIDE (CURRENT-PASS)
               '      ' WR-OUTSIDE (PROPOSED-PASS).
           DISPLAY '  NOW FAILING ' WR-NEWLY-FAILING
               '  NOW PASSING ' WR-NEWLY-PASSING
               '  MARGIN SHIFTS ' WR-MARGIN-SHIFTS.
           DISPLAY '  CURRENT ONLY ' WR-CURRENT-ONLY
               '  PROPOSED ONLY ' WR-PROPOSED-ONLY
               '  VERDICT ' WR-VERDICT.

       WRITE-WHATIF-RESULT.
           OPEN EXTEND WHATIF-FILE.
           IF WHATIF-FILE-NOT-FOUND
               OPEN OUTPUT WHATIF-FILE
           END-IF.
           WRITE WHATIF-RESULT-RECORD.
           CLOSE WHATIF-FILE.

       END PROGRAM POLICY-WHATIF.
