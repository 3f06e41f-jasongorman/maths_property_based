           SELECT RUN-CONTROL-FILE ASSIGN TO 'MATHRUNC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT NIGHT-BUILD-FILE ASSIGN TO 'MATHNBLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-BUILD-STATUS.
           SELECT WAIVER-FILE ASSIGN TO 'MATHWAIV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-FILE-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTIAL-FILE.
           COPY 'test-history.cpy'.
       FD  RUN-CONTROL-FILE.
           COPY 'run-control.cpy'.
       FD  NIGHT-BUILD-FILE.
           COPY 'build-identity.cpy'.
       FD  WAIVER-FILE.
           COPY 'waiver-record.cpy'.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       WORKING-STORAGE SECTION.
           01  PARTIAL-FILE-STATUS  PIC X(02).
               88  PARTIAL-FILE-NOT-FOUND  VALUE '35'.
           01  HIST-SUM-PASSES   PIC 9(9).
           01  HIST-SUM-FAILURES PIC 9(9).
           01  RECON-MISMATCH-COUNT PIC 9(2)  VALUE ZERO.
      *    MATHXTRC is checked against its MATHCTRL control record
      *    before the waivers or the reconciliation read it.
           COPY 'control-request.cpy'.
           01  RUN-CONTROL-STATUS   PIC X(02).
           01  NIGHT-BUILD-STATUS   PIC X(02).
               88  NIGHT-BUILD-NOT-FOUND   VALUE '35'.
      *    The build RUN-CLEANUP stamped the night with; UNKNOWN when
      *    MATHNBLD is missing or empty.
           01  NIGHT-BUILD.
               05  NB-BUILD-ID       PIC X(12).
               05  NB-LINK-DATE      PIC X(10).
               05  NB-CHANGE-REF     PIC X(12).
      *    The MATHWAIV rows, held for matching against the night's
      *    failed extract rows. A failure a waiver covers is counted
      *    and reported like any other, but does not turn the merged
      *    return code to 4; one whose waiver has expired blocks as
      *    before and is listed so QA can see the lapse.
           01  WAIVER-FILE-STATUS   PIC X(02).
               88  WAIVER-FILE-NOT-FOUND   VALUE '35'.
               88  WAIVER-FILE-EOF         VALUE '10'.
           01  WAIVER-COUNT      PIC 9(3)  VALUE ZERO.
           01  WAIVER-TABLE.
               05  WAIVER-ENTRY OCCURS 200 TIMES.
                   10  WT-SUITE-NAME   PIC X(30).
                   10  WT-TEST-NAME    PIC X(30).
                   10  WT-EXPIRY-DATE  PIC X(10).
                   10  WT-APPROVER     PIC X(20).
           01  WAIVER-IDX        PIC 9(3).
           01  WAIVER-FOUND-IDX  PIC 9(3).
           01  WAIVER-OVERFLOW   PIC 9(5)  VALUE ZERO.
           01  WAIVED-FAILURES   PIC 9(9)  VALUE ZERO.
           01  EXPIRED-WAIVER-HITS PIC 9(9)  VALUE ZERO.
      *    Each waived failure is also logged to MATHPROT as a WAIVED
      *    record, the permanent evidence of what went through the
      *    gate under which waiver. A same-date rerun of MERGE sees
      *    the WAIVED records an earlier attempt already logged
      *    tonight and only adds the ones beyond them, counted per
      *    assertion name since a seed sweep repeats the names.
           01  PROMOTION-FILE-STATUS PIC X(02).
               88  PROMOTION-FILE-NOT-FOUND VALUE '35'.
               88  PROMOTION-FILE-EOF       VALUE '10'.
           01  LOGGED-WAIVER-COUNT PIC 9(3)  VALUE ZERO.
           01  LOGGED-WAIVER-TABLE.
               05  LOGGED-WAIVER-ENTRY OCCURS 200 TIMES.
                   10  LW-SUITE-NAME   PIC X(30).
                   10  LW-TEST-NAME    PIC X(30).
                   10  LW-LOGGED-COUNT PIC 9(5).
                   10  LW-SEEN-COUNT   PIC 9(5).
           01  LOGGED-WAIVER-IDX PIC 9(3).
           01  LOGGED-WAIVER-FOUND-IDX PIC 9(3).
           01  WAIVED-ROWS-LOGGED PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CLEAR-SEEN-COUNT
      *    The reconciliation runs before the summary is written,
      *    so the MATHSUMM record (and through it the promotion log
      *    and the exception digest) carries the reconcile verdict:
      *    RS-RETURN-CODE 8 when the evidence disagreed, 12 when the
      *    extract failed its control check, not just the step
      *    return code.
           PERFORM CHECK-EXTRACT-CONTROL.

           PERFORM WORK-OUT-MERGED-VERDICT.

           PERFORM RECONCILE-RUN-EVIDENCE.
               MOVE 8 TO MERGED-RETURN-CODE
           END-IF.

           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY '  MATHXTRC FAILED ITS CONTROL CHECK - THE'
                   ' EXTRACT IS SHORT OR DAMAGED'
               MOVE 12 TO MERGED-RETURN-CODE
           END-IF.

           PERFORM WRITE-MERGED-SUMMARY.

           IF RECON-MISMATCH-COUNT = ZERO
               AND NOT CQ-MISMATCHED AND NOT CQ-NO-CONTROL
               PERFORM MARK-RUN-COMPLETE
           END-IF.

           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       CLEAR-SEEN-COUNT.
           MOVE ZERO TO PARTIAL-SEEN-COUNT (SUITE-IDX).

      *    reconciliation can harden it to 8 before anything is
      *    written.
       WORK-OUT-MERGED-VERDICT.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           PERFORM APPLY-FAILURE-WAIVERS.

           MOVE ZERO TO PASS-PERCENTAGE.
           IF TOTAL-TESTS-RUN > ZERO
               COMPUTE PASS-PERCENTAGE =
           DISPLAY '  TESTS RUN : ' TOTAL-TESTS-RUN.
           DISPLAY '  PASSES    : ' TOTAL-PASSES.
           DISPLAY '  FAILURES  : ' TOTAL-FAILURES.
           DISPLAY '  WAIVED    : ' WAIVED-FAILURES.
           DISPLAY '  PASS PCT  : ' PASS-PERCENTAGE '%'.

           IF TOTAL-FAILURES > WAIVED-FAILURES
               MOVE 4 TO MERGED-RETURN-CODE
           ELSE
               MOVE ZERO TO MERGED-RETURN-CODE
           END-IF.

      *    Every failed extract row is looked up by suite and test
      *    name. When a name carries more than one waiver row the
      *    latest expiry governs, so a renewal appended below the
      *    original row takes effect without deleting it.
       APPLY-FAILURE-WAIVERS.
           PERFORM LOAD-WAIVER-TABLE.

           IF WAIVER-COUNT > ZERO AND TOTAL-FAILURES > ZERO
               DISPLAY 'FAILURE WAIVERS'
               PERFORM LOAD-LOGGED-WAIVERS
               OPEN EXTEND PROMOTION-FILE
               IF PROMOTION-FILE-NOT-FOUND
                   OPEN OUTPUT PROMOTION-FILE
               END-IF
               OPEN INPUT EXTRACT-FILE
               IF NOT EXTRACT-FILE-NOT-FOUND
                   PERFORM READ-NEXT-EXTRACT
                   PERFORM JUDGE-FAILED-ROW UNTIL EXTRACT-FILE-EOF
                   CLOSE EXTRACT-FILE
               END-IF
               CLOSE PROMOTION-FILE
               DISPLAY '  ' WAIVED-ROWS-LOGGED
                   ' WAIVED RECORD(S) LOGGED TO MATHPROT'
               IF EXPIRED-WAIVER-HITS > ZERO
                   DISPLAY '  ' EXPIRED-WAIVER-HITS
                       ' FAILURE(S) UNDER AN EXPIRED WAIVER STILL'
                       ' BLOCK'
               END-IF
           END-IF.

      *    Tonight's WAIVED records already on MATHPROT, from an
      *    earlier attempt at this date's run.
       LOAD-LOGGED-WAIVERS.
           OPEN INPUT PROMOTION-FILE.
           IF NOT PROMOTION-FILE-NOT-FOUND
               PERFORM READ-NEXT-PROMOTION
               PERFORM NOTE-LOGGED-WAIVER UNTIL PROMOTION-FILE-EOF
               CLOSE PROMOTION-FILE
           END-IF.

       READ-NEXT-PROMOTION.
           READ PROMOTION-FILE
               AT END SET PROMOTION-FILE-EOF TO TRUE
           END-READ.

       NOTE-LOGGED-WAIVER.
           IF PL-WAIVED-FAILURE
               AND PL-DATE = TODAYS-DATE
               PERFORM FIND-LOGGED-WAIVER
               IF LOGGED-WAIVER-FOUND-IDX > ZERO
                   ADD 1 TO LW-LOGGED-COUNT (LOGGED-WAIVER-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-PROMOTION.

      *    Looks up PL-WAIVED-SUITE-NAME and PL-WAIVED-TEST-NAME,
      *    adding an entry when there is room; zero when the table is
      *    full and the name is not on it.
       FIND-LOGGED-WAIVER.
           MOVE ZERO TO LOGGED-WAIVER-FOUND-IDX.
           PERFORM LOOKUP-LOGGED-WAIVER
               VARYING LOGGED-WAIVER-IDX FROM 1 BY 1
               UNTIL LOGGED-WAIVER-IDX > LOGGED-WAIVER-COUNT
                   OR LOGGED-WAIVER-FOUND-IDX > ZERO.
           IF LOGGED-WAIVER-FOUND-IDX = ZERO
               AND LOGGED-WAIVER-COUNT < 200
               ADD 1 TO LOGGED-WAIVER-COUNT
               MOVE LOGGED-WAIVER-COUNT TO LOGGED-WAIVER-FOUND-IDX
               MOVE PL-WAIVED-SUITE-NAME
                   TO LW-SUITE-NAME (LOGGED-WAIVER-FOUND-IDX)
               MOVE PL-WAIVED-TEST-NAME
                   TO LW-TEST-NAME (LOGGED-WAIVER-FOUND-IDX)
               MOVE ZERO TO LW-LOGGED-COUNT (LOGGED-WAIVER-FOUND-IDX)
               MOVE ZERO TO LW-SEEN-COUNT (LOGGED-WAIVER-FOUND-IDX)
           END-IF.

       LOOKUP-LOGGED-WAIVER.
           IF LW-SUITE-NAME (LOGGED-WAIVER-IDX) = PL-WAIVED-SUITE-NAME
               AND LW-TEST-NAME (LOGGED-WAIVER-IDX)
                   = PL-WAIVED-TEST-NAME
               MOVE LOGGED-WAIVER-IDX TO LOGGED-WAIVER-FOUND-IDX
           END-IF.

       LOAD-WAIVER-TABLE.
           OPEN INPUT WAIVER-FILE.
           IF NOT WAIVER-FILE-NOT-FOUND
               PERFORM READ-NEXT-WAIVER
               PERFORM STORE-WAIVER-ROW UNTIL WAIVER-FILE-EOF
               CLOSE WAIVER-FILE
           END-IF.
           IF WAIVER-OVERFLOW > ZERO
               DISPLAY '  NOTE: ' WAIVER-OVERFLOW
                   ' MATHWAIV ROW(S) PAST THE TABLE WERE IGNORED'
           END-IF.

       READ-NEXT-WAIVER.
           READ WAIVER-FILE
               AT END SET WAIVER-FILE-EOF TO TRUE
           END-READ.

       STORE-WAIVER-ROW.
           IF WAIVER-COUNT < 200
               ADD 1 TO WAIVER-COUNT
               MOVE WV-SUITE-NAME TO WT-SUITE-NAME (WAIVER-COUNT)
               MOVE WV-TEST-NAME TO WT-TEST-NAME (WAIVER-COUNT)
               MOVE WV-EXPIRY-DATE TO WT-EXPIRY-DATE (WAIVER-COUNT)
               MOVE WV-APPROVER TO WT-APPROVER (WAIVER-COUNT)
           ELSE
               ADD 1 TO WAIVER-OVERFLOW
           END-IF.
           PERFORM READ-NEXT-WAIVER.

       JUDGE-FAILED-ROW.
           IF RX-FAILED
               MOVE ZERO TO WAIVER-FOUND-IDX
               PERFORM LOOKUP-WAIVER
                   VARYING WAIVER-IDX FROM 1 BY 1
                   UNTIL WAIVER-IDX > WAIVER-COUNT
               IF WAIVER-FOUND-IDX > ZERO
                   PERFORM REPORT-WAIVER-MATCH
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXTRACT.

       LOOKUP-WAIVER.
           IF WT-SUITE-NAME (WAIVER-IDX) = RX-SUITE-NAME
               AND WT-TEST-NAME (WAIVER-IDX) = RX-TEST-NAME
               IF WAIVER-FOUND-IDX = ZERO
                   MOVE WAIVER-IDX TO WAIVER-FOUND-IDX
               ELSE
                   IF WT-EXPIRY-DATE (WAIVER-IDX) >
                       WT-EXPIRY-DATE (WAIVER-FOUND-IDX)
                       MOVE WAIVER-IDX TO WAIVER-FOUND-IDX
                   END-IF
               END-IF
           END-IF.

       REPORT-WAIVER-MATCH.
           IF WT-EXPIRY-DATE (WAIVER-FOUND-IDX) < TODAYS-DATE
               ADD 1 TO EXPIRED-WAIVER-HITS
               DISPLAY '  EXPIRED ' WT-EXPIRY-DATE (WAIVER-FOUND-IDX)
                   ': ' FUNCTION TRIM(RX-SUITE-NAME) ' '
                   FUNCTION TRIM(RX-TEST-NAME)
           ELSE
               ADD 1 TO WAIVED-FAILURES
               DISPLAY '  WAIVED: ' FUNCTION TRIM(RX-SUITE-NAME) ' '
                   FUNCTION TRIM(RX-TEST-NAME) ' BY '
                   FUNCTION TRIM(WT-APPROVER (WAIVER-FOUND-IDX))
                   ' UNTIL ' WT-EXPIRY-DATE (WAIVER-FOUND-IDX)
               PERFORM LOG-WAIVED-FAILURE
           END-IF.

       LOG-WAIVED-FAILURE.
           MOVE SPACES TO PROMOTION-LOG-RECORD.
           MOVE TODAYS-DATE TO PL-DATE.
           SET PL-WAIVED-FAILURE TO TRUE.
           MOVE RX-SUITE-NAME TO PL-WAIVED-SUITE-NAME.
           MOVE RX-TEST-NAME TO PL-WAIVED-TEST-NAME.
           MOVE WT-APPROVER (WAIVER-FOUND-IDX) TO PL-WAIVER-APPROVER.
           MOVE WT-EXPIRY-DATE (WAIVER-FOUND-IDX) TO PL-WAIVER-EXPIRY.

           PERFORM FIND-LOGGED-WAIVER.
           IF LOGGED-WAIVER-FOUND-IDX = ZERO
               ADD 1 TO WAIVED-ROWS-LOGGED
               WRITE PROMOTION-LOG-RECORD
           ELSE
               ADD 1 TO LW-SEEN-COUNT (LOGGED-WAIVER-FOUND-IDX)
               IF LW-SEEN-COUNT (LOGGED-WAIVER-FOUND-IDX)
                   > LW-LOGGED-COUNT (LOGGED-WAIVER-FOUND-IDX)
                   ADD 1 TO WAIVED-ROWS-LOGGED
                   WRITE PROMOTION-LOG-RECORD
               END-IF
           END-IF.

      *    The record written to MATHSUMM preserves the totals and
      *    return code the PROMOTE gate is about to act on,
      *    reconcile verdict included.
       WRITE-MERGED-SUMMARY.
           PERFORM READ-NIGHT-BUILD.

           OPEN OUTPUT SUMMARY-FILE.

           MOVE TODAYS-DATE TO RS-DATE.
           MOVE TOTAL-PASSES    TO RS-PASSES.
           MOVE TOTAL-FAILURES  TO RS-FAILURES.
           MOVE MERGED-RETURN-CODE TO RS-RETURN-CODE.
           MOVE WAIVED-FAILURES TO RS-WAIVED-FAILURES.
           MOVE NB-BUILD-ID   TO RS-BUILD-ID.
           MOVE NB-LINK-DATE  TO RS-LINK-DATE.
           MOVE NB-CHANGE-REF TO RS-CHANGE-REF.

           WRITE RUN-SUMMARY-RECORD.


           MOVE MERGED-RETURN-CODE TO RETURN-CODE.

       READ-NIGHT-BUILD.
           MOVE SPACES TO NIGHT-BUILD.
           MOVE 'UNKNOWN' TO NB-BUILD-ID.
           OPEN INPUT NIGHT-BUILD-FILE.
           IF NOT NIGHT-BUILD-NOT-FOUND
               READ NIGHT-BUILD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUILD-IDENTITY-RECORD TO NIGHT-BUILD
               END-READ
               CLOSE NIGHT-BUILD-FILE
           END-IF.

      *    Three records of the run must agree before the PROMOTE gate
      *    may act: the merged partials, the assertion rows the run
      *    appended to MATHXTRC, and the per-suite deltas it wrote to
