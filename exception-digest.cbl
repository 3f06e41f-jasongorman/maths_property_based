           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO 'MATHWAIV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-FILE-STATUS.
           SELECT DEFECT-FILE ASSIGN TO 'MATHDFCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DF-KEY
               FILE STATUS IS DEFECT-FILE-STATUS.
           SELECT DETERMINISM-FILE ASSIGN TO 'MATHDETR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETERMINISM-FILE-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO 'MATHCAPH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO 'MATHALRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT NIGHT-MODE-FILE ASSIGN TO 'MATHNMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-MODE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
           COPY 'timing-record.cpy'.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       FD  WAIVER-FILE.
           COPY 'waiver-record.cpy'.
       FD  DEFECT-FILE.
           COPY 'defect-record.cpy'.
       FD  DETERMINISM-FILE.
           COPY 'determinism-result.cpy'.
       FD  CAPACITY-FILE.
           COPY 'capacity-history.cpy'.
       FD  ALERT-FILE.
           01  ALERT-RECORD      PIC X(80).
       FD  NIGHT-MODE-FILE.
           COPY 'run-calendar.cpy'.
       WORKING-STORAGE SECTION.
           01  SUMMARY-FILE-STATUS  PIC X(02).
               88  SUMMARY-FILE-NOT-FOUND  VALUE '35'.
           01  PROMOTION-FILE-STATUS PIC X(02).
               88  PROMOTION-FILE-NOT-FOUND VALUE '35'.
               88  PROMOTION-FILE-EOF       VALUE '10'.
           01  WAIVER-FILE-STATUS   PIC X(02).
               88  WAIVER-FILE-NOT-FOUND   VALUE '35'.
               88  WAIVER-FILE-EOF         VALUE '10'.
           01  DEFECT-FILE-STATUS   PIC X(02).
               88  DEFECT-FILE-NOT-FOUND   VALUE '35'.
               88  DEFECT-FILE-EOF         VALUE '10'.
           01  DETERMINISM-FILE-STATUS PIC X(02).
               88  DETERMINISM-FILE-NOT-FOUND VALUE '35'.
               88  DETERMINISM-FILE-EOF       VALUE '10'.
           01  CAPACITY-FILE-STATUS PIC X(02).
               88  CAPACITY-FILE-NOT-FOUND VALUE '35'.
               88  CAPACITY-FILE-EOF       VALUE '10'.
           01  ALERT-FILE-STATUS    PIC X(02).
      *    Same defaults the DRIFT and TIMERPT steps judge with, so
      *    the digest re-derives their outcomes instead of asking the
           01  SUMMARY-PASSES    PIC 9(9)  VALUE ZERO.
           01  SUMMARY-FAILURES  PIC 9(9)  VALUE ZERO.
           01  SUMMARY-RC        PIC 9(4)  VALUE ZERO.
           01  SUMMARY-WAIVED    PIC 9(9)  VALUE ZERO.
           01  SUMMARY-UNWAIVED  PIC 9(9)  VALUE ZERO.
      *    Waivers whose expiry date falls within the notice window
      *    are listed so QA can renew or retire them before the
      *    failures they cover start blocking again. The day counts
      *    go through INTEGER-OF-DATE, as in TREND-REPORT.
           01  WAIVER-NOTICE-DAYS PIC 9(2)  VALUE 7.
           01  TODAYS-DATE-YMD   PIC 9(8).
           01  EXPIRY-DATE-YMD   PIC 9(8).
           01  DAYS-TO-EXPIRY    PIC S9(7).
           01  EXPIRING-WAIVER-COUNT PIC 9(5)  VALUE ZERO.
           01  DAYS-TEXT         PIC ZZZ9.
      *    Failures per suite off tonight's extract, worst first. The
      *    miss ratio (miss / margin) ranks severity the same way
      *    FAILURE-ANALYSIS does; a zero-margin failure pins to the
           01  MISS-AMOUNT       PIC 9(5)V9(8).
           01  MISS-RATIO        PIC 9(7)V99.
           01  TOTAL-FAIL-ROWS   PIC 9(9)  VALUE ZERO.
      *    Known failures - failing tonight and open since a prior
      *    night, as FAILURE-ANALYSIS classes them - are listed off
      *    MATHDFCT with their incident tickets, up to the limit;
      *    the rest are only counted.
           01  KNOWN-LINE-LIMIT  PIC 9(3)  VALUE 20.
           01  KNOWN-FAILURE-COUNT PIC 9(5)  VALUE ZERO.
           01  TICKET-TEXT       PIC X(20).
      *    Condensed drift recheck: the blessed actuals in file
      *    order, matched first-unconsumed-first, same pairing
      *    BASELINE-COMPARE applies.
           01  BASELINE-FOUND-IDX PIC 9(4).
           01  DRIFT-AMOUNT      PIC 9(5)V9(8).
           01  DRIFTED-COUNT     PIC 9(9)  VALUE ZERO.
      *    On a boundary-grid night the property rows on both sides
      *    are left out of the recheck, as the DRIFT step leaves
      *    them out: they walk the grid, not the blessed trials.
           01  NIGHT-MODE-STATUS    PIC X(02).
               88  NIGHT-MODE-NOT-FOUND    VALUE '35'.
           01  GRID-NIGHT-FLAG      PIC X(01)  VALUE 'N'.
               88  GRID-NIGHT           VALUE 'Y'.
           01  PROPERTY-NAME-TALLY  PIC 9(2).
           01  WORST-DRIFT       PIC 9(5)V9(8)  VALUE ZERO.
           01  WORST-DRIFT-SUITE PIC X(30)  VALUE SPACES.
           01  WORST-DRIFT-TEST  PIC X(30)  VALUE SPACES.
      *    "how long has this been going on" context line.
           01  BLOCKED-STREAK    PIC 9(4)  VALUE ZERO.
           01  LAST-DECISION-DATE PIC X(10)  VALUE SPACES.
      *    Determinism findings off MATHDETR. Each suite's latest
      *    MATHDETM check stands until the next one replaces it, so
      *    a suite row clears the function rows of that suite's
      *    older check before its own follow. DS-FUNC-DIFFS is
      *    indexed as the function registry is; DS-OTHER-DIFFS holds
      *    the differences no one function could be charged with.
           COPY 'maths-function-registry.cpy'.
           01  DETERM-SUITE-COUNT PIC 9(2)  VALUE ZERO.
           01  DETERM-SUITE-TABLE.
               05  DETERM-SUITE-ENTRY OCCURS 20 TIMES.
                   10  DS-SUITE-NAME     PIC X(30).
                   10  DS-CHECK-DATE     PIC X(10).
                   10  DS-VERDICT        PIC X(08).
                       88  DS-DIFFERS        VALUE 'DIFFERS '.
                       88  DS-NOT-RUN        VALUE 'NOT RUN '.
                       88  DS-PARTIAL        VALUE 'PARTIAL '.
                   10  DS-OTHER-DIFFS    PIC 9(6).
                   10  DS-FUNC-DIFFS OCCURS 7 TIMES PIC 9(6).
           01  DETERM-SUITE-IDX  PIC 9(2).
           01  DETERM-FOUND-IDX  PIC 9(2).
           01  REGISTRY-IDX      PIC 9(2).
           01  FUNCTION-FOUND-IDX PIC 9(2).
           01  FUNCTION-DIFF-ROWS PIC 9(7).
           01  FUNCTION-SUITE-COUNT PIC 9(2).
           01  FUNCTION-CHECK-DATE PIC X(10).
           01  FUNCTION-FIRST-SUITE PIC X(30).
           01  NONDETERMINISTIC-COUNT PIC 9(2)  VALUE ZERO.
           01  DETERM-WARNING-COUNT PIC 9(2)  VALUE ZERO.
      *    The CAPACITY step's forecast off MATHCAPH: every dataset
      *    row of the newest date on file, a row written again by a
      *    rerun replacing the earlier one. LOW and FULL rows are
      *    carried into the warnings; the threshold is the one the
      *    CAPACITY step judged with.
           01  CAPACITY-DATE     PIC X(10)  VALUE SPACES.
           01  CAPACITY-COUNT    PIC 9(2)  VALUE ZERO.
           01  CAPACITY-TABLE.
               05  CAPACITY-ENTRY OCCURS 40 TIMES.
                   10  CK-DATASET-NAME   PIC X(30).
                   10  CK-STATUS         PIC X(08).
                       88  CK-LOW-ON-SPACE   VALUE 'LOW     '.
                       88  CK-AT-LIMIT       VALUE 'FULL    '.
                   10  CK-NIGHTS-LEFT    PIC 9(5).
                   10  CK-TRACKS-USED    PIC 9(5).
                   10  CK-TRACKS-LIMIT   PIC 9(5).
                   10  CK-THRESHOLD      PIC 9(5).
           01  CAPACITY-IDX      PIC 9(2).
           01  CAPACITY-FOUND-IDX PIC 9(2).
           01  CAPACITY-WARNING-COUNT PIC 9(2)  VALUE ZERO.
      *    Digest assembly
           01  ALERT-TEXT        PIC X(80).
           01  REASON-COUNT      PIC 9(2)  VALUE ZERO.
           01  DIGIT-TEXT-9      PIC ZZZZZZZZ9.
           01  RATIO-TEXT        PIC ZZZZZZ9.99.
           01  PCT-TEXT          PIC -ZZZZ9.99.
      *    MATHXTRC and MATHTIME are each checked against their
      *    MATHCTRL control record before the digest reads them.
           COPY 'control-request.cpy'.
           01  EXTRACT-CONTROL-FLAG PIC X(01)  VALUE 'N'.
               88  EXTRACT-CONTROL-FAILED  VALUE 'Y'.
               88  EXTRACT-CONTROL-OK      VALUE 'N'.
           01  TIMING-CONTROL-FLAG  PIC X(01)  VALUE 'N'.
               88  TIMING-CONTROL-FAILED   VALUE 'Y'.
               88  TIMING-CONTROL-OK       VALUE 'N'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.

           PERFORM APPLY-PARM-OVERRIDES.

           PERFORM CHECK-MASTER-CONTROLS.

      *    The blessed actuals are loaded before the extract pass,
      *    which pairs every row against them as it goes. A master
      *    that failed its control check is not read at all: its
      *    failure is the blocking reason, not its contents.
           PERFORM READ-RUN-SUMMARY.
           PERFORM READ-NIGHT-MODE.
           IF EXTRACT-CONTROL-OK
               PERFORM RECHECK-BASELINE-DRIFT
               PERFORM TALLY-EXTRACT-FAILURES
           END-IF.
           IF TIMING-CONTROL-OK
               PERFORM RECHECK-SUITE-RUNTIMES
           END-IF.
           PERFORM READ-PROMOTION-CONTEXT.
           PERFORM READ-DETERMINISM-CHECKS.
           PERFORM READ-CAPACITY-FORECAST.

           PERFORM SORT-SUITE-FAIL-TABLE.

               MOVE 4 TO RETURN-CODE
           END-IF.

      *    No other step judges determinism, so a function that
      *    failed its MATHDETM check is held here, by RC 8 at the
      *    PROMOTE gate.
           IF NONDETERMINISTIC-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF EXTRACT-CONTROL-FAILED OR TIMING-CONTROL-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    A step given no MATHCTRL reads the masters unchecked, as
      *    before; a missing or disagreeing control record fails.
       CHECK-MASTER-CONTROLS.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               SET EXTRACT-CONTROL-FAILED TO TRUE
           END-IF.

           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHTIME' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               SET TIMING-CONTROL-FAILED TO TRUE
           END-IF.

      *    PARM is 'drift-threshold,growth-pct'; either piece may be
      *    omitted to keep its default. Pass the same overrides the
      *    DRIFT and TIMERPT steps were given, or the digest's
                           MOVE RS-PASSES    TO SUMMARY-PASSES
                           MOVE RS-FAILURES  TO SUMMARY-FAILURES
                           MOVE RS-RETURN-CODE TO SUMMARY-RC
                           MOVE RS-WAIVED-FAILURES
                               TO SUMMARY-WAIVED
                           IF SUMMARY-FAILURES > SUMMARY-WAIVED
                               COMPUTE SUMMARY-UNWAIVED =
                                   SUMMARY-FAILURES - SUMMARY-WAIVED
                           END-IF
                       END-IF
               END-READ
               CLOSE SUMMARY-FILE
           END-IF.

       CHECK-ROW-DRIFT.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT RX-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.
           IF BASELINE-COUNT = ZERO
               OR PROPERTY-NAME-TALLY > ZERO
               CONTINUE
           ELSE
               MOVE ZERO TO BASELINE-FOUND-IDX
               MOVE BASELINE-IDX TO BASELINE-FOUND-IDX
           END-IF.

       READ-NIGHT-MODE.
           OPEN INPUT NIGHT-MODE-FILE.
           IF NOT NIGHT-MODE-NOT-FOUND
               READ NIGHT-MODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAL-GRID-NIGHT
                           SET GRID-NIGHT TO TRUE
                       END-IF
               END-READ
               CLOSE NIGHT-MODE-FILE
           END-IF.

       RECHECK-BASELINE-DRIFT.
           PERFORM FIND-NEWEST-GENERATION.

           END-IF.

       LOAD-GENERATION-RECORD.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT BG-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.
           IF BG-DATE = NEWEST-GEN-DATE
               AND PROPERTY-NAME-TALLY = ZERO
               AND BASELINE-COUNT < 2000
               ADD 1 TO BASELINE-COUNT
               MOVE BG-SUITE-NAME
           END-READ.

       LOAD-BASELINE-RECORD.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT BASE-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.
           IF BASELINE-COUNT < 2000
               AND PROPERTY-NAME-TALLY = ZERO
               ADD 1 TO BASELINE-COUNT
               MOVE BASE-SUITE-NAME
                   TO BL-SUITE-NAME (BASELINE-COUNT)
               TO PRIOR-ELAPSED-SUM.

      *    The trailing run of BLOCKED decisions says whether tonight
      *    is a new break or night N of an ongoing one. A rollback is
      *    not a nightly decision, and neither is a waived failure's
      *    evidence record: they neither extend nor end the run.
       READ-PROMOTION-CONTEXT.
           OPEN INPUT PROMOTION-FILE.
           IF NOT PROMOTION-FILE-NOT-FOUND
           END-READ.

       TRACK-BLOCKED-STREAK.
           IF NOT PL-ROLLED-BACK
               AND NOT PL-WAIVED-FAILURE
               MOVE PL-DATE TO LAST-DECISION-DATE
               IF PL-BLOCKED
                   ADD 1 TO BLOCKED-STREAK
               ELSE
                   MOVE ZERO TO BLOCKED-STREAK
               END-IF
           END-IF.
           PERFORM READ-NEXT-PROMOTION.

           WRITE ALERT-RECORD.

      *    Ranked digest: what blocked, what nearly blocked, then the
      *    worst failures by suite and the known ones with their
      *    incident tickets.
       WRITE-THE-DIGEST.
           MOVE SPACES TO ALERT-TEXT.
           STRING 'NIGHTLY EXCEPTION DIGEST FOR ' TODAYS-DATE

           PERFORM DIGEST-BLOCKING-REASONS.
           PERFORM DIGEST-WARNINGS.
           IF EXTRACT-CONTROL-OK
               PERFORM DIGEST-WORST-FAILURES
           END-IF.
           PERFORM DIGEST-KNOWN-FAILURES.
           PERFORM DIGEST-EXPIRING-WAIVERS.
           PERFORM DIGEST-CONTEXT.

       DIGEST-BLOCKING-REASONS.
           IF EXTRACT-CONTROL-FAILED
               ADD 1 TO REASON-COUNT
               MOVE SPACES TO ALERT-TEXT
               STRING 'BLOCKED: MATHXTRC FAILED ITS CONTROL CHECK -'
                   ' EXTRACT SHORT OR DAMAGED (RC 12)'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
               MOVE SPACES TO ALERT-TEXT
               STRING '  NO FAILURE OR DRIFT FIGURES WERE TAKEN'
                   ' FROM IT - SEE THIS STEP''S SYSOUT'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

           IF TIMING-CONTROL-FAILED
               ADD 1 TO REASON-COUNT
               MOVE SPACES TO ALERT-TEXT
               STRING 'BLOCKED: MATHTIME FAILED ITS CONTROL CHECK -'
                   ' RUNTIMES NOT JUDGED (RC 12)'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

           IF SUMMARY-UNUSABLE
               ADD 1 TO REASON-COUNT
               MOVE SPACES TO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

           IF SUMMARY-USABLE AND SUMMARY-RC = 12
               AND EXTRACT-CONTROL-OK
               ADD 1 TO REASON-COUNT
               MOVE SPACES TO ALERT-TEXT
               STRING 'BLOCKED: MERGE FOUND MATHXTRC SHORT OR'
                   ' DAMAGED - SEE MERGE SYSOUT'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

           IF SUMMARY-USABLE AND SUMMARY-RC >= 8
               AND SUMMARY-RC NOT = 12
               ADD 1 TO REASON-COUNT
               MOVE SPACES TO ALERT-TEXT
               STRING 'BLOCKED: RUN EVIDENCE DID NOT RECONCILE -'
               PERFORM WRITE-ALERT-LINE
           END-IF.

           IF SUMMARY-USABLE AND SUMMARY-UNWAIVED > ZERO
               ADD 1 TO REASON-COUNT
               MOVE SUMMARY-UNWAIVED TO DIGIT-TEXT-9
               MOVE SPACES TO ALERT-TEXT
               STRING 'BLOCKED: ' DIGIT-TEXT-9
                   ' UNWAIVED ASSERTION FAILURE(S) - WORST SUITES'
                   ' BELOW' DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

               PERFORM WRITE-ALERT-LINE
           END-IF.

           PERFORM DIGEST-DETERMINISM.

           IF REASON-COUNT = ZERO
               MOVE 'NOTHING BLOCKED THE PROMOTION' TO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
               PERFORM WRITE-ALERT-LINE
           END-IF.

           IF SUMMARY-USABLE AND SUMMARY-WAIVED > ZERO
               ADD 1 TO WARNING-COUNT
               MOVE SUMMARY-WAIVED TO DIGIT-TEXT-9
               MOVE SPACES TO ALERT-TEXT
               STRING 'WAIVED: ' DIGIT-TEXT-9
                   ' FAILURE(S) LET THROUGH UNDER MATHWAIV -'
                   ' SEE MERGE SYSOUT'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

           PERFORM WARN-DETERM-SUITE
               VARYING DETERM-SUITE-IDX FROM 1 BY 1
               UNTIL DETERM-SUITE-IDX > DETERM-SUITE-COUNT.

           PERFORM WARN-CAPACITY-DATASET
               VARYING CAPACITY-IDX FROM 1 BY 1
               UNTIL CAPACITY-IDX > CAPACITY-COUNT.

           IF WARNING-COUNT > ZERO
               MOVE SPACES TO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
               DELIMITED BY SIZE INTO ALERT-TEXT.
           PERFORM WRITE-ALERT-LINE.

       DIGEST-KNOWN-FAILURES.
           OPEN INPUT DEFECT-FILE.
           IF NOT DEFECT-FILE-NOT-FOUND
               PERFORM READ-NEXT-DEFECT
               PERFORM CHECK-KNOWN-FAILURE UNTIL DEFECT-FILE-EOF
               CLOSE DEFECT-FILE
           END-IF.

           IF KNOWN-FAILURE-COUNT > KNOWN-LINE-LIMIT
               COMPUTE DIGIT-TEXT-9 =
                   KNOWN-FAILURE-COUNT - KNOWN-LINE-LIMIT
               MOVE SPACES TO ALERT-TEXT
               STRING '  AND ' FUNCTION TRIM(DIGIT-TEXT-9)
                   ' MORE - SEE THE ANLYSIS STEP SYSOUT'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

           IF KNOWN-FAILURE-COUNT > ZERO
               MOVE SPACES TO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

       READ-NEXT-DEFECT.
           READ DEFECT-FILE NEXT RECORD
               AT END SET DEFECT-FILE-EOF TO TRUE
           END-READ.

       CHECK-KNOWN-FAILURE.
           IF DF-OPEN
               AND DF-FIRST-SEEN < TODAYS-DATE
               AND DF-LAST-SEEN = TODAYS-DATE
               PERFORM WRITE-KNOWN-FAILURE
           END-IF.
           PERFORM READ-NEXT-DEFECT.

       WRITE-KNOWN-FAILURE.
           IF KNOWN-FAILURE-COUNT = ZERO
               MOVE 'KNOWN FAILURES AND THEIR INCIDENT TICKETS:'
                   TO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.
           ADD 1 TO KNOWN-FAILURE-COUNT.

           IF KNOWN-FAILURE-COUNT NOT > KNOWN-LINE-LIMIT
               EVALUATE TRUE
                   WHEN DF-TICKET-NUMBER NOT = SPACES
                       MOVE SPACES TO TICKET-TEXT
                       STRING 'TICKET ' DF-TICKET-NUMBER
                           DELIMITED BY SIZE INTO TICKET-TEXT
                   WHEN DF-TICKET-REQUESTED
                       MOVE 'TICKET PENDING' TO TICKET-TEXT
                   WHEN OTHER
                       MOVE 'NO TICKET' TO TICKET-TEXT
               END-EVALUATE
               MOVE SPACES TO ALERT-TEXT
               STRING '  '
                   FUNCTION TRIM(DF-SUITE-NAME) ' '
                   FUNCTION TRIM(DF-TEST-NAME)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
               MOVE DF-CONSEC-FAILS TO DIGIT-TEXT-9
               MOVE SPACES TO ALERT-TEXT
               STRING '    ' FUNCTION TRIM(TICKET-TEXT)
                   ', OPEN SINCE ' DF-FIRST-SEEN ' ('
                   FUNCTION TRIM(DIGIT-TEXT-9) ' NIGHTS)'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

       DIGEST-EXPIRING-WAIVERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE-YMD.
           OPEN INPUT WAIVER-FILE.
           IF NOT WAIVER-FILE-NOT-FOUND
               PERFORM READ-NEXT-WAIVER
               PERFORM CHECK-WAIVER-EXPIRY UNTIL WAIVER-FILE-EOF
               CLOSE WAIVER-FILE
           END-IF.

           IF EXPIRING-WAIVER-COUNT > ZERO
               MOVE SPACES TO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

       READ-NEXT-WAIVER.
           READ WAIVER-FILE
               AT END SET WAIVER-FILE-EOF TO TRUE
           END-READ.

      *    Expired rows are left alone here: MERGE-RESULTS already
      *    lists the failures an expired waiver no longer covers.
       CHECK-WAIVER-EXPIRY.
           MOVE WV-EXPIRY-DATE (1:4) TO EXPIRY-DATE-YMD (1:4).
           MOVE WV-EXPIRY-DATE (6:2) TO EXPIRY-DATE-YMD (5:2).
           MOVE WV-EXPIRY-DATE (9:2) TO EXPIRY-DATE-YMD (7:2).

           IF EXPIRY-DATE-YMD IS NUMERIC
               COMPUTE DAYS-TO-EXPIRY =
                   FUNCTION INTEGER-OF-DATE(EXPIRY-DATE-YMD) -
                   FUNCTION INTEGER-OF-DATE(TODAYS-DATE-YMD)
               IF DAYS-TO-EXPIRY NOT < ZERO
                   AND DAYS-TO-EXPIRY NOT > WAIVER-NOTICE-DAYS
                   PERFORM WRITE-EXPIRING-WAIVER
               END-IF
           END-IF.

           PERFORM READ-NEXT-WAIVER.

       WRITE-EXPIRING-WAIVER.
           IF EXPIRING-WAIVER-COUNT = ZERO
               MOVE WAIVER-NOTICE-DAYS TO DAYS-TEXT
               MOVE SPACES TO ALERT-TEXT
               STRING 'WAIVERS EXPIRING WITHIN '
                   FUNCTION TRIM(DAYS-TEXT) ' DAYS:'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.
           ADD 1 TO EXPIRING-WAIVER-COUNT.

           MOVE DAYS-TO-EXPIRY TO DAYS-TEXT.
           MOVE SPACES TO ALERT-TEXT.
           STRING '  '
               FUNCTION TRIM(WV-SUITE-NAME) ' '
               FUNCTION TRIM(WV-TEST-NAME)
               DELIMITED BY SIZE INTO ALERT-TEXT.
           PERFORM WRITE-ALERT-LINE.
           MOVE SPACES TO ALERT-TEXT.
           STRING '    EXPIRES ' WV-EXPIRY-DATE
               ' (' FUNCTION TRIM(DAYS-TEXT) ' DAY(S)), APPROVED BY '
               FUNCTION TRIM(WV-APPROVER)
               DELIMITED BY SIZE INTO ALERT-TEXT.
           PERFORM WRITE-ALERT-LINE.

       DIGEST-CONTEXT.
           IF BLOCKED-STREAK > ZERO
               MOVE BLOCKED-STREAK TO DIGIT-TEXT-9
               PERFORM WRITE-ALERT-LINE
           END-IF.

      *    MATHDETR is written by the MATHDETM job, not the nightly,
      *    and is read whole: a missing file means no determinism run
      *    has been made yet, which blocks nothing.
       READ-DETERMINISM-CHECKS.
           OPEN INPUT DETERMINISM-FILE.
           IF NOT DETERMINISM-FILE-NOT-FOUND
               PERFORM READ-NEXT-DETERMINISM
               PERFORM TAKE-DETERMINISM-ROW
                   UNTIL DETERMINISM-FILE-EOF
               CLOSE DETERMINISM-FILE
           END-IF.

      *    MATHCAPH only exists once the CAPACITY step has run; a
      *    missing file flags nothing.
       READ-CAPACITY-FORECAST.
           OPEN INPUT CAPACITY-FILE.
           IF NOT CAPACITY-FILE-NOT-FOUND
               PERFORM READ-NEXT-CAPACITY
               PERFORM TAKE-CAPACITY-ROW
                   UNTIL CAPACITY-FILE-EOF
               CLOSE CAPACITY-FILE
           END-IF.

       READ-NEXT-CAPACITY.
           READ CAPACITY-FILE
               AT END SET CAPACITY-FILE-EOF TO TRUE
           END-READ.

       TAKE-CAPACITY-ROW.
           IF CP-DATE > CAPACITY-DATE
               MOVE CP-DATE TO CAPACITY-DATE
               MOVE ZERO TO CAPACITY-COUNT
           END-IF.

           IF CP-DATE = CAPACITY-DATE
               MOVE ZERO TO CAPACITY-FOUND-IDX
               PERFORM LOOKUP-CAPACITY-ENTRY
                   VARYING CAPACITY-IDX FROM 1 BY 1
                   UNTIL CAPACITY-IDX > CAPACITY-COUNT
                       OR CAPACITY-FOUND-IDX > ZERO
               IF CAPACITY-FOUND-IDX = ZERO AND CAPACITY-COUNT < 40
                   ADD 1 TO CAPACITY-COUNT
                   MOVE CAPACITY-COUNT TO CAPACITY-FOUND-IDX
               END-IF
               IF CAPACITY-FOUND-IDX > ZERO
                   MOVE CP-DATASET-NAME
                       TO CK-DATASET-NAME (CAPACITY-FOUND-IDX)
                   MOVE CP-STATUS TO CK-STATUS (CAPACITY-FOUND-IDX)
                   MOVE CP-NIGHTS-LEFT
                       TO CK-NIGHTS-LEFT (CAPACITY-FOUND-IDX)
                   MOVE CP-TRACKS-USED
                       TO CK-TRACKS-USED (CAPACITY-FOUND-IDX)
                   MOVE CP-TRACKS-LIMIT
                       TO CK-TRACKS-LIMIT (CAPACITY-FOUND-IDX)
                   MOVE CP-THRESHOLD
                       TO CK-THRESHOLD (CAPACITY-FOUND-IDX)
               END-IF
           END-IF.

           PERFORM READ-NEXT-CAPACITY.

       LOOKUP-CAPACITY-ENTRY.
           IF CK-DATASET-NAME (CAPACITY-IDX) = CP-DATASET-NAME
               MOVE CAPACITY-IDX TO CAPACITY-FOUND-IDX
           END-IF.

       READ-NEXT-DETERMINISM.
           READ DETERMINISM-FILE
               AT END SET DETERMINISM-FILE-EOF TO TRUE
           END-READ.

       TAKE-DETERMINISM-ROW.
           MOVE ZERO TO DETERM-FOUND-IDX.
           PERFORM LOOKUP-DETERM-SUITE
               VARYING DETERM-SUITE-IDX FROM 1 BY 1
               UNTIL DETERM-SUITE-IDX > DETERM-SUITE-COUNT
                   OR DETERM-FOUND-IDX > ZERO.

           IF DETERM-FOUND-IDX = ZERO AND DT-SUITE-ROW
               AND DETERM-SUITE-COUNT < 20
               ADD 1 TO DETERM-SUITE-COUNT
               MOVE DETERM-SUITE-COUNT TO DETERM-FOUND-IDX
               MOVE DT-SUITE-NAME TO DS-SUITE-NAME (DETERM-FOUND-IDX)
           END-IF.

           IF DETERM-FOUND-IDX > ZERO
               IF DT-SUITE-ROW
                   MOVE DT-DATE TO DS-CHECK-DATE (DETERM-FOUND-IDX)
                   MOVE DT-VERDICT TO DS-VERDICT (DETERM-FOUND-IDX)
                   COMPUTE DS-OTHER-DIFFS (DETERM-FOUND-IDX) =
                       DT-UNATTRIBUTED + DT-TRIAL-DIFFS
                   PERFORM CLEAR-DETERM-FUNCTIONS
                       VARYING REGISTRY-IDX FROM 1 BY 1
                       UNTIL REGISTRY-IDX > FR-ENTRY-COUNT
               ELSE
                   PERFORM TAKE-DETERM-FUNCTION-ROW
               END-IF
           END-IF.

           PERFORM READ-NEXT-DETERMINISM.

       LOOKUP-DETERM-SUITE.
           IF DS-SUITE-NAME (DETERM-SUITE-IDX) = DT-SUITE-NAME
               MOVE DETERM-SUITE-IDX TO DETERM-FOUND-IDX
           END-IF.

       CLEAR-DETERM-FUNCTIONS.
           MOVE ZERO TO DS-FUNC-DIFFS (DETERM-FOUND-IDX, REGISTRY-IDX).

       TAKE-DETERM-FUNCTION-ROW.
           MOVE ZERO TO FUNCTION-FOUND-IDX.
           PERFORM LOOKUP-DETERM-FUNCTION
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT
                   OR FUNCTION-FOUND-IDX > ZERO.
           IF FUNCTION-FOUND-IDX > ZERO
               COMPUTE DS-FUNC-DIFFS
                   (DETERM-FOUND-IDX, FUNCTION-FOUND-IDX) =
                   DT-ACTUAL-DIFFS + DT-VERDICT-DIFFS
                   + DT-UNPAIRED-ROWS
           ELSE
               ADD DT-ACTUAL-DIFFS TO DS-OTHER-DIFFS (DETERM-FOUND-IDX)
               ADD DT-VERDICT-DIFFS
                   TO DS-OTHER-DIFFS (DETERM-FOUND-IDX)
               ADD DT-UNPAIRED-ROWS
                   TO DS-OTHER-DIFFS (DETERM-FOUND-IDX)
           END-IF.

       LOOKUP-DETERM-FUNCTION.
           IF FR-FUNCTION-NAME (REGISTRY-IDX) = DT-FUNCTION-NAME
               MOVE REGISTRY-IDX TO FUNCTION-FOUND-IDX
           END-IF.

      *    One blocking line per function found non-deterministic in
      *    any suite's latest check, then one per suite with
      *    differences no single function could be charged with -
      *    trials drawn differently, or rows no registry function
      *    could be named for.
       DIGEST-DETERMINISM.
           PERFORM DIGEST-DETERM-FUNCTION
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.
           PERFORM DIGEST-DETERM-SUITE
               VARYING DETERM-SUITE-IDX FROM 1 BY 1
               UNTIL DETERM-SUITE-IDX > DETERM-SUITE-COUNT.

       DIGEST-DETERM-FUNCTION.
           MOVE ZERO TO FUNCTION-DIFF-ROWS.
           MOVE ZERO TO FUNCTION-SUITE-COUNT.
           MOVE SPACES TO FUNCTION-CHECK-DATE.
           MOVE SPACES TO FUNCTION-FIRST-SUITE.
           PERFORM SUM-DETERM-FUNCTION
               VARYING DETERM-SUITE-IDX FROM 1 BY 1
               UNTIL DETERM-SUITE-IDX > DETERM-SUITE-COUNT.

           IF FUNCTION-SUITE-COUNT > ZERO
               ADD 1 TO REASON-COUNT
               ADD 1 TO NONDETERMINISTIC-COUNT
               MOVE FUNCTION-DIFF-ROWS TO DIGIT-TEXT-9
               MOVE SPACES TO ALERT-TEXT
               STRING 'BLOCKED: '
                   FUNCTION TRIM(FR-FUNCTION-NAME (REGISTRY-IDX))
                   ' IS NOT DETERMINISTIC - '
                   FUNCTION TRIM(DIGIT-TEXT-9)
                   ' ROW(S) DIFFERED ON A REPEAT RUN'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
               MOVE FUNCTION-SUITE-COUNT TO DIGIT-TEXT-9
               MOVE SPACES TO ALERT-TEXT
               STRING '  IN ' FUNCTION TRIM(DIGIT-TEXT-9)
                   ' SUITE(S), FIRST '
                   FUNCTION TRIM(FUNCTION-FIRST-SUITE)
                   ' - MATHDETM CHECK OF ' FUNCTION-CHECK-DATE
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

       SUM-DETERM-FUNCTION.
           IF DS-FUNC-DIFFS (DETERM-SUITE-IDX, REGISTRY-IDX) > ZERO
               ADD DS-FUNC-DIFFS (DETERM-SUITE-IDX, REGISTRY-IDX)
                   TO FUNCTION-DIFF-ROWS
               ADD 1 TO FUNCTION-SUITE-COUNT
               IF FUNCTION-FIRST-SUITE = SPACES
                   MOVE DS-SUITE-NAME (DETERM-SUITE-IDX)
                       TO FUNCTION-FIRST-SUITE
               END-IF
               IF DS-CHECK-DATE (DETERM-SUITE-IDX)
                   > FUNCTION-CHECK-DATE
                   MOVE DS-CHECK-DATE (DETERM-SUITE-IDX)
                       TO FUNCTION-CHECK-DATE
               END-IF
           END-IF.

       DIGEST-DETERM-SUITE.
           IF DS-DIFFERS (DETERM-SUITE-IDX)
               AND DS-OTHER-DIFFS (DETERM-SUITE-IDX) > ZERO
               ADD 1 TO REASON-COUNT
               ADD 1 TO NONDETERMINISTIC-COUNT
               MOVE DS-OTHER-DIFFS (DETERM-SUITE-IDX) TO DIGIT-TEXT-9
               MOVE SPACES TO ALERT-TEXT
               STRING 'BLOCKED: '
                   FUNCTION TRIM(DS-SUITE-NAME (DETERM-SUITE-IDX))
                   ' NOT DETERMINISTIC - '
                   FUNCTION TRIM(DIGIT-TEXT-9)
                   ' SUITE-LEVEL DIFFERENCE(S)'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
               MOVE SPACES TO ALERT-TEXT
               STRING '  MATHDETM CHECK OF '
                   DS-CHECK-DATE (DETERM-SUITE-IDX)
                   ' - SEE THAT RUN''S COMPARE STEP'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

      *    A suite whose latest check could not be completed has no
      *    standing finding either way, which the operator should
      *    know before trusting a clean digest.
       WARN-DETERM-SUITE.
           IF DS-NOT-RUN (DETERM-SUITE-IDX)
               OR DS-PARTIAL (DETERM-SUITE-IDX)
               ADD 1 TO WARNING-COUNT
               ADD 1 TO DETERM-WARNING-COUNT
               MOVE SPACES TO ALERT-TEXT
               STRING 'WARNING (RC 4): DETERMINISM CHECK OF '
                   FUNCTION TRIM(DS-SUITE-NAME (DETERM-SUITE-IDX))
                   ' ' FUNCTION TRIM(DS-VERDICT (DETERM-SUITE-IDX))
                   ' ON ' DS-CHECK-DATE (DETERM-SUITE-IDX)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

      *    A dataset forecast to exhaust its allocation inside the
      *    CAPACITY step's threshold, or already at it, is flagged
      *    while there is still time to reallocate it outside the
      *    batch window.
       WARN-CAPACITY-DATASET.
           IF CK-LOW-ON-SPACE (CAPACITY-IDX)
               OR CK-AT-LIMIT (CAPACITY-IDX)
               ADD 1 TO WARNING-COUNT
               ADD 1 TO CAPACITY-WARNING-COUNT
               MOVE SPACES TO ALERT-TEXT
               IF CK-AT-LIMIT (CAPACITY-IDX)
                   STRING 'WARNING (RC 4): '
                       FUNCTION TRIM(CK-DATASET-NAME (CAPACITY-IDX))
                       ' IS AT ITS SPACE ALLOCATION'
                       DELIMITED BY SIZE INTO ALERT-TEXT
               ELSE
                   MOVE CK-NIGHTS-LEFT (CAPACITY-IDX) TO DIGIT-TEXT-9
                   STRING 'WARNING (RC 4): '
                       FUNCTION TRIM(CK-DATASET-NAME (CAPACITY-IDX))
                       ' HAS ' FUNCTION TRIM(DIGIT-TEXT-9)
                       ' NIGHT(S) OF SPACE LEFT'
                       DELIMITED BY SIZE INTO ALERT-TEXT
               END-IF
               PERFORM WRITE-ALERT-LINE
               MOVE SPACES TO ALERT-TEXT
               STRING '  MEASURED ' CAPACITY-DATE ': '
                   CK-TRACKS-USED (CAPACITY-IDX) ' OF '
                   CK-TRACKS-LIMIT (CAPACITY-IDX)
                   ' TRACKS, FLAGGED UNDER '
                   CK-THRESHOLD (CAPACITY-IDX) ' NIGHTS'
                   DELIMITED BY SIZE INTO ALERT-TEXT
               PERFORM WRITE-ALERT-LINE
           END-IF.

      *    The console gets the headline only; the file has the rest.
       ECHO-CONSOLE-LINES.
           DISPLAY 'MATHNITE ALERT: ' REASON-COUNT
                   ' FAIL ' SUMMARY-FAILURES
                   ' RC ' SUMMARY-RC
           END-IF.
           IF EXTRACT-CONTROL-FAILED
               DISPLAY 'MATHNITE ALERT: MATHXTRC FAILED ITS CONTROL'
                   ' CHECK'
           END-IF.
           IF TIMING-CONTROL-FAILED
               DISPLAY 'MATHNITE ALERT: MATHTIME FAILED ITS CONTROL'
                   ' CHECK'
           END-IF.
           IF REGRESSED-COUNT > ZERO
               DISPLAY 'MATHNITE ALERT: RUNTIME REGRESSION IN '
                   REGRESSED-COUNT ' SUITE(S)'
           END-IF.
           IF NONDETERMINISTIC-COUNT > ZERO
               DISPLAY 'MATHNITE ALERT: ' NONDETERMINISTIC-COUNT
                   ' NON-DETERMINISTIC FINDING(S) FROM MATHDETM'
           END-IF.
           IF DETERM-WARNING-COUNT > ZERO
               DISPLAY 'MATHNITE ALERT: ' DETERM-WARNING-COUNT
                   ' DETERMINISM CHECK(S) INCOMPLETE'
           END-IF.
           IF CAPACITY-WARNING-COUNT > ZERO
               DISPLAY 'MATHNITE ALERT: ' CAPACITY-WARNING-COUNT
                   ' DATASET(S) SHORT OF SPACE'
           END-IF.
           IF DRIFTED-COUNT > ZERO
               DISPLAY 'MATHNITE ALERT: ' DRIFTED-COUNT
                   ' BASELINE DRIFT(S)'
           END-IF.
           IF SUMMARY-WAIVED > ZERO
               DISPLAY 'MATHNITE ALERT: ' SUMMARY-WAIVED
                   ' FAILURE(S) WAIVED'
           END-IF.
           IF EXPIRING-WAIVER-COUNT > ZERO
               DISPLAY 'MATHNITE ALERT: ' EXPIRING-WAIVER-COUNT
                   ' WAIVER(S) EXPIRING WITHIN '
                   WAIVER-NOTICE-DAYS ' DAYS'
           END-IF.
           DISPLAY 'MATHNITE ALERT: FULL DIGEST ON MATHALRT'.

       END PROGRAM EXCEPTION-DIGEST.
