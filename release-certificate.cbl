       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEASE-CERTIFICATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN TO 'MATHCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
           SELECT PARTIAL-FILE ASSIGN TO 'MATHPART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIAL-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'MATHXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT DOMAIN-FILE ASSIGN TO 'MATHTCOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOMAIN-FILE-STATUS.
           SELECT DEFECT-FILE ASSIGN TO 'MATHDFCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DF-KEY
               FILE STATUS IS DEFECT-FILE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO 'MATHWAIV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVER-FILE-STATUS.
           SELECT DRIFT-FILE ASSIGN TO 'MATHDRFT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIFT-FILE-STATUS.
           SELECT TIMING-FILE ASSIGN TO 'MATHTIME'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MATHAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'MATHPLCY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'MATHPSNP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE.
           COPY 'certificate-line.cpy'.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       FD  PARTIAL-FILE.
           COPY 'partial-result.cpy'.
       FD  EXTRACT-FILE.
           COPY 'result-extract.cpy'.
       FD  DOMAIN-FILE.
           COPY 'domain-coverage.cpy'.
       FD  DEFECT-FILE.
           COPY 'defect-record.cpy'.
       FD  WAIVER-FILE.
           COPY 'waiver-record.cpy'.
       FD  DRIFT-FILE.
           COPY 'drift-finding.cpy'.
       FD  TIMING-FILE.
           COPY 'timing-record.cpy'.
       FD  AUDIT-FILE.
           COPY 'case-audit.cpy'.
       FD  POLICY-FILE.
           COPY 'policy-record.cpy'.
       FD  SNAPSHOT-FILE.
           COPY 'policy-snapshot.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'expected-suites.cpy'.
           COPY 'maths-function-registry.cpy'.
           01  CERT-FILE-STATUS     PIC X(02).
               88  CERT-FILE-NOT-FOUND     VALUE '35'.
           01  PROMOTION-FILE-STATUS PIC X(02).
               88  PROMOTION-FILE-NOT-FOUND VALUE '35'.
               88  PROMOTION-FILE-EOF       VALUE '10'.
           01  PARTIAL-FILE-STATUS  PIC X(02).
               88  PARTIAL-FILE-NOT-FOUND  VALUE '35'.
               88  PARTIAL-FILE-EOF        VALUE '10'.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND  VALUE '35'.
               88  EXTRACT-FILE-EOF        VALUE '10'.
           01  DOMAIN-FILE-STATUS   PIC X(02).
               88  DOMAIN-FILE-NOT-FOUND   VALUE '35'.
               88  DOMAIN-FILE-EOF         VALUE '10'.
           01  DEFECT-FILE-STATUS   PIC X(02).
               88  DEFECT-FILE-NOT-FOUND   VALUE '35'.
               88  DEFECT-FILE-EOF         VALUE '10'.
           01  WAIVER-FILE-STATUS   PIC X(02).
               88  WAIVER-FILE-NOT-FOUND   VALUE '35'.
               88  WAIVER-FILE-EOF         VALUE '10'.
           01  DRIFT-FILE-STATUS    PIC X(02).
               88  DRIFT-FILE-NOT-FOUND    VALUE '35'.
               88  DRIFT-FILE-EOF          VALUE '10'.
           01  TIMING-FILE-STATUS   PIC X(02).
               88  TIMING-FILE-NOT-FOUND   VALUE '35'.
               88  TIMING-FILE-EOF         VALUE '10'.
           01  AUDIT-FILE-STATUS    PIC X(02).
               88  AUDIT-FILE-NOT-FOUND    VALUE '35'.
               88  AUDIT-FILE-EOF          VALUE '10'.
           01  POLICY-FILE-STATUS   PIC X(02).
               88  POLICY-FILE-NOT-FOUND   VALUE '35'.
               88  POLICY-FILE-EOF         VALUE '10'.
           01  SNAPSHOT-FILE-STATUS PIC X(02).
               88  SNAPSHOT-FILE-NOT-FOUND VALUE '35'.
               88  SNAPSHOT-FILE-EOF       VALUE '10'.
           01  TODAYS-DATE       PIC X(10).
           01  SIGN-OFF-TIME     PIC X(08).
      *    Reprint argument from the EXEC PARM: a promotion date
      *    (YYYY-MM-DD) prints the certificate filed for that date
      *    and changes nothing. No PARM certifies tonight's
      *    promotion.
           01  REPRINT-DATE      PIC X(10).
           01  CERT-DONE-FLAG    PIC X(01).
               88  CERT-DONE         VALUE 'Y'.
               88  CERT-NOT-DONE     VALUE 'N'.
           01  CERT-LINE-COUNT   PIC 9(4)  VALUE ZERO.
           01  REPLACED-LINE-COUNT PIC 9(4)  VALUE ZERO.
           01  CERT-TEXT         PIC X(80).
      *    Tonight's PROMOTED decision - the last one dated today,
      *    so a same-date rerun certifies what it promoted - and the
      *    date of the promotion before it, which opens the window
      *    for the change activity. Rollback records are neither.
           01  TONIGHT-FOUND-FLAG PIC X(01).
               88  TONIGHT-PROMOTED      VALUE 'Y'.
               88  TONIGHT-NOT-PROMOTED  VALUE 'N'.
           01  TONIGHT-DECISION.
               05  TN-TESTS-RUN      PIC 9(9).
               05  TN-PASSES         PIC 9(9).
               05  TN-FAILURES       PIC 9(9).
               05  TN-RETURN-CODE    PIC 9(4).
               05  TN-BASELINE-DATE  PIC X(10).
               05  TN-WAIVED-FAILURES PIC 9(9).
               05  TN-BUILD-ID       PIC X(12).
               05  TN-LINK-DATE      PIC X(10).
               05  TN-CHANGE-REF     PIC X(12).
           01  PREVIOUS-PROMOTION-DATE PIC X(10)  VALUE SPACES.
      *    Evidence that could not be found is named on the
      *    certificate itself and ends the step RC 4; the certificate
      *    is still filed.
           01  MISSING-EVIDENCE-COUNT PIC 9(2)  VALUE ZERO.
      *    Per-suite totals off the master partials, in the
      *    EXPECTED-SUITES order. Sized with headroom over
      *    ES-SUITE-COUNT, same as MERGE-RESULTS.
           01  SUITE-TOTAL-TABLE.
               05  SUITE-TOTAL-ENTRY OCCURS 20 TIMES.
                   10  ST-PARTIAL-COUNT  PIC 9(3).
                   10  ST-TESTS-RUN      PIC 9(9).
                   10  ST-PASSES         PIC 9(9).
                   10  ST-FAILURES       PIC 9(9).
           01  SUITE-IDX         PIC 9(2).
           01  SUITE-FOUND-IDX   PIC 9(2).
           01  UNEXPECTED-PARTIAL-COUNT PIC 9(5)  VALUE ZERO.
      *    Assertion rows per registry function, attributed by
      *    COVERAGE-REPORT's rule: the function name opens the
      *    suite name or the test name.
           01  FUNCTION-ROW-TABLE.
               05  FUNCTION-ROWS OCCURS 20 TIMES PIC 9(9).
           01  REGISTRY-IDX      PIC 9(2).
           01  FUNCTION-NAME-LENGTH PIC 9(2).
           01  EXERCISED-COUNT   PIC 9(2)  VALUE ZERO.
           01  UNATTRIBUTED-ROWS PIC 9(9)  VALUE ZERO.
           01  ROW-MATCHED-FLAG  PIC X(01).
               88  ROW-MATCHED       VALUE 'Y'.
               88  ROW-NOT-MATCHED   VALUE 'N'.
           01  DOMAIN-SUITE-COUNT PIC 9(3)  VALUE ZERO.
           01  DOMAIN-UNTOUCHED-TOTAL PIC 9(5)  VALUE ZERO.
           01  DOMAIN-TOUCHED    PIC 9(3).
      *    Open defects and waivers in force are listed up to the
      *    limit; the rest are only counted.
           01  LISTING-LIMIT     PIC 9(3)  VALUE 20.
           01  OPEN-DEFECT-COUNT PIC 9(5)  VALUE ZERO.
           01  KNOWN-DEFECT-COUNT PIC 9(5)  VALUE ZERO.
           01  ACTIVE-WAIVER-COUNT PIC 9(5)  VALUE ZERO.
           01  TICKET-TEXT       PIC X(20).
           01  DRIFT-COUNT       PIC 9(5)  VALUE ZERO.
      *    Condensed runtime recheck, the recent-average judgement
      *    TIMING-REPORT applies to SUITE-scope records, at the same
      *    default limit the TIMERPT step gates on.
           01  GROWTH-PCT-LIMIT  PIC 9(3)  VALUE 25.
           01  RECENT-SLOT-MAX   PIC 9(2)  VALUE 12.
           01  TIME-SUITE-COUNT  PIC 9(2)  VALUE ZERO.
           01  SUITE-TIMING-TABLE.
               05  SUITE-TIMING-ENTRY OCCURS 20 TIMES.
                   10  TS-PROGRAM        PIC X(30).
                   10  TS-SLOT-COUNT     PIC 9(2).
                   10  TS-ELAPSED-SLOT OCCURS 12 TIMES PIC 9(9).
           01  TIME-SUITE-IDX    PIC 9(2).
           01  TIME-FOUND-IDX    PIC 9(2).
           01  SLOT-IDX          PIC 9(2).
           01  PRIOR-RUN-COUNT   PIC 9(2).
           01  PRIOR-ELAPSED-SUM PIC 9(12).
           01  PRIOR-ELAPSED-AVG PIC 9(9)V99.
           01  LATEST-ELAPSED    PIC 9(9).
           01  GROWTH-PCT        PIC S9(5)V99.
           01  GROWTH-PCT-CEILING PIC S9(5)V99  VALUE 99999.99.
           01  REGRESSED-COUNT   PIC 9(2)  VALUE ZERO.
      *    MATHCASE activity off MATHAUDT, dated from the previous
      *    promotion's date through tonight. The previous promotion's
      *    own date is included: its changes may have come after that
      *    night's run, and a change listed twice is better than one
      *    never listed.
           01  AUDIT-ADD-COUNT   PIC 9(5)  VALUE ZERO.
           01  AUDIT-CHANGE-COUNT PIC 9(5)  VALUE ZERO.
           01  AUDIT-DELETE-COUNT PIC 9(5)  VALUE ZERO.
           01  AUDIT-LISTED-COUNT PIC 9(5)  VALUE ZERO.
           01  AUDIT-SUBJECT-IMAGE.
               05  AS-FUNCTION       PIC X(10).
               05  AS-NAME           PIC X(30).
               05  FILLER            PIC X(32).
      *    MATHPLCY activity: the rows kept at the previous
      *    promotion against the rows on file tonight, matched by
      *    suite name.
           01  PRIOR-SNAPSHOT-DATE PIC X(10)  VALUE SPACES.
           01  PRIOR-POLICY-COUNT PIC 9(2)  VALUE ZERO.
           01  PRIOR-POLICY-TABLE.
               05  PRIOR-POLICY-ENTRY OCCURS 20 TIMES.
                   10  PP-IMAGE          PIC X(105).
                   10  PP-MATCHED-FLAG   PIC X(01).
                       88  PP-MATCHED        VALUE 'Y'.
                       88  PP-NOT-MATCHED    VALUE 'N'.
           01  CURRENT-POLICY-COUNT PIC 9(2)  VALUE ZERO.
           01  CURRENT-POLICY-TABLE.
               05  CURRENT-POLICY-IMAGE OCCURS 20 TIMES
                                         PIC X(105).
           01  POLICY-OVERFLOW   PIC 9(5)  VALUE ZERO.
           01  POLICY-IDX        PIC 9(2).
           01  PRIOR-IDX         PIC 9(2).
           01  PRIOR-FOUND-IDX   PIC 9(2).
      *    A policy row split the way POLICY-RECORD lays it out, so a
      *    change can be named by the part that moved.
           01  COMPARE-NEW-IMAGE.
               05  CN-SUITE-NAME     PIC X(30).
               05  CN-TRIAL-DIGITS   PIC X(5).
               05  CN-MARGIN-FIELDS  PIC X(21).
               05  CN-RANGE-FIELDS   PIC X(49).
           01  COMPARE-OLD-IMAGE.
               05  CO-SUITE-NAME     PIC X(30).
               05  CO-TRIAL-DIGITS   PIC X(5).
               05  CO-MARGIN-FIELDS  PIC X(21).
               05  CO-RANGE-FIELDS   PIC X(49).
           01  POLICY-ADD-COUNT  PIC 9(2)  VALUE ZERO.
           01  POLICY-CHANGE-COUNT PIC 9(2)  VALUE ZERO.
           01  POLICY-REMOVE-COUNT PIC 9(2)  VALUE ZERO.
           01  CHANGED-PARTS-TEXT PIC X(30).
           01  PARTS-POINTER     PIC 9(2).
      *    Edited figures for the certificate lines.
           01  COUNT-TEXT        PIC ZZZZZZZZ9.
           01  COUNT-TEXT-2      PIC ZZZZZZZZ9.
           01  COUNT-TEXT-3      PIC ZZZZZZZZ9.
           01  SMALL-TEXT        PIC ZZZZ9.
           01  SMALL-TEXT-2      PIC ZZZZ9.
           01  SMALL-TEXT-3      PIC ZZZZ9.
           01  DRIFT-TEXT        PIC ZZZZ9.99999999.
           01  PCT-TEXT          PIC -ZZZZ9.99.
      *    The masters are checked against their MATHCTRL control
      *    records before anything is certified off them.
           COPY 'control-request.cpy'.
           01  CONTROL-CHECK-FLAG PIC X(01)  VALUE 'N'.
               88  CONTROL-CHECK-FAILED  VALUE 'Y'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL PARM-FIELD.
      *    Runs on the PROMOTED branch of the nightly gate, after
      *    PROMLOGP has logged the decision: files a printable release
      *    certificate on MATHCERT keyed by the promotion date - the
      *    suites' totals, the baseline judged against, function and
      *    domain coverage, the defects and waivers the build went out
      *    with, drift and runtime, and the test case and policy
      *    changes since the last promotion - and echoes it to
      *    SYSOUT. Given a date in the PARM it reprints the
      *    certificate filed for that date instead.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           MOVE SPACES TO REPRINT-DATE.
           IF ADDRESS OF PARM-FIELD NOT = NULL
               AND PARM-LENGTH > ZERO
               MOVE PARM-VALUE (1:PARM-LENGTH) TO REPRINT-DATE
           END-IF.

           IF REPRINT-DATE NOT = SPACES
               PERFORM REPRINT-CERTIFICATE
               GOBACK
           END-IF.

           DISPLAY 'RELEASE CERTIFICATE FOR ' TODAYS-DATE.

           PERFORM READ-PROMOTION-DECISIONS.

           IF TONIGHT-NOT-PROMOTED
               DISPLAY '  NO PROMOTED DECISION DATED ' TODAYS-DATE
                   ' ON MATHPROT - NO CERTIFICATE FILED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    No certificate is filed on evidence that fails its
      *    control check: the suite totals and runtime it would
      *    quote come off MATHXTRC and MATHTIME.
           PERFORM CHECK-MASTER-CONTROLS.
           IF CONTROL-CHECK-FAILED
               DISPLAY '  MATHXTRC OR MATHTIME FAILED ITS CONTROL'
                   ' CHECK - NO CERTIFICATE FILED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CERT-FILE.
           IF CERT-FILE-NOT-FOUND
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN I-O CERT-FILE
           END-IF.

           PERFORM REMOVE-EARLIER-CERTIFICATE.

           PERFORM CERTIFY-HEADING.
           PERFORM CERTIFY-SUITE-TOTALS.
           PERFORM CERTIFY-FUNCTION-COVERAGE.
           PERFORM CERTIFY-DOMAIN-COVERAGE.
           PERFORM CERTIFY-OPEN-DEFECTS.
           PERFORM CERTIFY-WAIVERS.
           PERFORM CERTIFY-DRIFT-AND-RUNTIME.
           PERFORM CERTIFY-CASE-CHANGES.
           PERFORM CERTIFY-POLICY-CHANGES.
           PERFORM CERTIFY-SIGN-OFF.

           CLOSE CERT-FILE.

           DISPLAY '  CERTIFICATE LINES FILED: ' CERT-LINE-COUNT.
           IF REPLACED-LINE-COUNT > ZERO
               DISPLAY '  REPLACED ' REPLACED-LINE-COUNT
                   ' LINE(S) FILED EARLIER FOR THE SAME DATE'
           END-IF.

           IF MISSING-EVIDENCE-COUNT > ZERO
               DISPLAY '  *** ' MISSING-EVIDENCE-COUNT
                   ' EVIDENCE FILE(S) MISSING - NAMED ON THE'
                   ' CERTIFICATE'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       CHECK-MASTER-CONTROLS.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               SET CONTROL-CHECK-FAILED TO TRUE
           END-IF.

           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHTIME' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               SET CONTROL-CHECK-FAILED TO TRUE
           END-IF.

       REPRINT-CERTIFICATE.
           OPEN INPUT CERT-FILE.
           IF CERT-FILE-NOT-FOUND
               DISPLAY 'RELEASE-CERTIFICATE: MATHCERT NOT FOUND -'
                   ' NO CERTIFICATES FILED YET'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM POSITION-ON-CERT-DATE
               PERFORM PRINT-FILED-LINE UNTIL CERT-DONE
               CLOSE CERT-FILE
               IF CERT-LINE-COUNT = ZERO
                   DISPLAY 'RELEASE-CERTIFICATE: NO CERTIFICATE'
                       ' FILED FOR ' REPRINT-DATE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    Positions on the first line filed under REPRINT-DATE and
      *    reads it; CERT-DONE is set when there is none.
       POSITION-ON-CERT-DATE.
           SET CERT-NOT-DONE TO TRUE.
           MOVE REPRINT-DATE TO CT-PROMOTION-DATE.
           MOVE ZERO TO CT-LINE-NUMBER.
           START CERT-FILE KEY >= CT-KEY
               INVALID KEY
                   SET CERT-DONE TO TRUE
           END-START.
           IF CERT-NOT-DONE
               PERFORM READ-NEXT-CERT-LINE
           END-IF.

       READ-NEXT-CERT-LINE.
           READ CERT-FILE NEXT RECORD
               AT END SET CERT-DONE TO TRUE
           END-READ.
           IF CERT-NOT-DONE
               AND CT-PROMOTION-DATE NOT = REPRINT-DATE
               SET CERT-DONE TO TRUE
           END-IF.

       PRINT-FILED-LINE.
           ADD 1 TO CERT-LINE-COUNT.
           DISPLAY CT-LINE-TEXT.
           PERFORM READ-NEXT-CERT-LINE.

      *    A same-date rerun that promotes again replaces the
      *    certificate it filed earlier, line for line.
       REMOVE-EARLIER-CERTIFICATE.
           MOVE TODAYS-DATE TO REPRINT-DATE.
           PERFORM POSITION-ON-CERT-DATE.
           PERFORM DELETE-FILED-LINE UNTIL CERT-DONE.
           MOVE SPACES TO REPRINT-DATE.

       DELETE-FILED-LINE.
           DELETE CERT-FILE RECORD
               INVALID KEY
                   DISPLAY '  MATHCERT DELETE FAILED, STATUS '
                       CERT-FILE-STATUS
           END-DELETE.
           ADD 1 TO REPLACED-LINE-COUNT.
           PERFORM READ-NEXT-CERT-LINE.

       WRITE-CERT-LINE.
           ADD 1 TO CERT-LINE-COUNT.
           MOVE TODAYS-DATE TO CT-PROMOTION-DATE.
           MOVE CERT-LINE-COUNT TO CT-LINE-NUMBER.
           MOVE CERT-TEXT TO CT-LINE-TEXT.
           WRITE CERTIFICATE-LINE-RECORD
               INVALID KEY
                   DISPLAY '  MATHCERT WRITE FAILED, STATUS '
                       CERT-FILE-STATUS
           END-WRITE.
           DISPLAY CERT-TEXT.
           MOVE SPACES TO CERT-TEXT.

       WRITE-MISSING-EVIDENCE.
           ADD 1 TO MISSING-EVIDENCE-COUNT.
           PERFORM WRITE-CERT-LINE.

       READ-PROMOTION-DECISIONS.
           SET TONIGHT-NOT-PROMOTED TO TRUE.
           OPEN INPUT PROMOTION-FILE.
           IF NOT PROMOTION-FILE-NOT-FOUND
               PERFORM READ-NEXT-PROMOTION
               PERFORM NOTE-PROMOTION-DECISION
                   UNTIL PROMOTION-FILE-EOF
               CLOSE PROMOTION-FILE
           END-IF.

       READ-NEXT-PROMOTION.
           READ PROMOTION-FILE
               AT END SET PROMOTION-FILE-EOF TO TRUE
           END-READ.

       NOTE-PROMOTION-DECISION.
           IF PL-PROMOTED
               IF PL-DATE = TODAYS-DATE
                   SET TONIGHT-PROMOTED TO TRUE
                   MOVE PL-TESTS-RUN TO TN-TESTS-RUN
                   MOVE PL-PASSES TO TN-PASSES
                   MOVE PL-FAILURES TO TN-FAILURES
                   MOVE PL-RETURN-CODE TO TN-RETURN-CODE
                   MOVE PL-BASELINE-DATE TO TN-BASELINE-DATE
                   MOVE PL-WAIVED-FAILURES TO TN-WAIVED-FAILURES
                   MOVE PL-BUILD-ID TO TN-BUILD-ID
                   MOVE PL-LINK-DATE TO TN-LINK-DATE
                   MOVE PL-CHANGE-REF TO TN-CHANGE-REF
               END-IF
               IF PL-DATE < TODAYS-DATE
                   MOVE PL-DATE TO PREVIOUS-PROMOTION-DATE
               END-IF
           END-IF.
           PERFORM READ-NEXT-PROMOTION.

       CERTIFY-HEADING.
           MOVE 'MATHS LIBRARY RELEASE CERTIFICATE' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           PERFORM WRITE-CERT-LINE.

           STRING 'PROMOTION DATE : ' TODAYS-DATE
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           STRING 'BUILD          : ' TN-BUILD-ID
               ' LINKED ' TN-LINK-DATE
               ' CHANGE ' TN-CHANGE-REF
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           IF TN-BASELINE-DATE = 'NONE'
               STRING 'BASELINE JUDGED: MANUAL MATHBASE SNAPSHOT'
                   ' (NO BLESSED GENERATION)'
                   DELIMITED BY SIZE INTO CERT-TEXT
           ELSE
               STRING 'BASELINE JUDGED: MATHBGEN GENERATION OF '
                   TN-BASELINE-DATE
                   DELIMITED BY SIZE INTO CERT-TEXT
           END-IF.
           PERFORM WRITE-CERT-LINE.
           PERFORM WRITE-CERT-LINE.

      *    Suite totals
       CERTIFY-SUITE-TOTALS.
           MOVE 'SUITE TOTALS' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

           PERFORM CLEAR-SUITE-TOTAL
               VARYING SUITE-IDX FROM 1 BY 1
               UNTIL SUITE-IDX > ES-SUITE-COUNT.

           OPEN INPUT PARTIAL-FILE.
           IF PARTIAL-FILE-NOT-FOUND
               MOVE '  *** MATHPART NOT FOUND - NO PER-SUITE TOTALS'
                   TO CERT-TEXT
               PERFORM WRITE-MISSING-EVIDENCE
           ELSE
               PERFORM READ-NEXT-PARTIAL
               PERFORM TALLY-SUITE-PARTIAL UNTIL PARTIAL-FILE-EOF
               CLOSE PARTIAL-FILE
               PERFORM WRITE-SUITE-TOTAL-LINE
                   VARYING SUITE-IDX FROM 1 BY 1
                   UNTIL SUITE-IDX > ES-SUITE-COUNT
           END-IF.

           MOVE TN-TESTS-RUN TO COUNT-TEXT.
           MOVE TN-PASSES TO COUNT-TEXT-2.
           MOVE TN-FAILURES TO COUNT-TEXT-3.
           STRING '  ALL SUITES AS GATED           '
               ' RUN ' COUNT-TEXT ' PASS ' COUNT-TEXT-2
               ' FAIL ' COUNT-TEXT-3
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE TN-WAIVED-FAILURES TO COUNT-TEXT.
           MOVE TN-RETURN-CODE TO SMALL-TEXT.
           STRING '  WAIVED FAILURES ' COUNT-TEXT
               '   GATE RETURN CODE ' SMALL-TEXT
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           IF UNEXPECTED-PARTIAL-COUNT > ZERO
               MOVE UNEXPECTED-PARTIAL-COUNT TO SMALL-TEXT
               STRING '  *** ' SMALL-TEXT
                   ' PARTIAL(S) FROM SUITES NOT IN THE EXPECTED'
                   ' LIST'
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           PERFORM WRITE-CERT-LINE.

       CLEAR-SUITE-TOTAL.
           MOVE ZERO TO ST-PARTIAL-COUNT (SUITE-IDX).
           MOVE ZERO TO ST-TESTS-RUN (SUITE-IDX).
           MOVE ZERO TO ST-PASSES (SUITE-IDX).
           MOVE ZERO TO ST-FAILURES (SUITE-IDX).

       READ-NEXT-PARTIAL.
           READ PARTIAL-FILE
               AT END SET PARTIAL-FILE-EOF TO TRUE
           END-READ.

       TALLY-SUITE-PARTIAL.
           MOVE ZERO TO SUITE-FOUND-IDX.
           PERFORM LOOKUP-EXPECTED-SUITE
               VARYING SUITE-IDX FROM 1 BY 1
               UNTIL SUITE-IDX > ES-SUITE-COUNT
                   OR SUITE-FOUND-IDX > ZERO.

           IF SUITE-FOUND-IDX > ZERO
               ADD 1 TO ST-PARTIAL-COUNT (SUITE-FOUND-IDX)
               ADD PART-TESTS-RUN TO ST-TESTS-RUN (SUITE-FOUND-IDX)
               ADD PART-PASSES TO ST-PASSES (SUITE-FOUND-IDX)
               ADD PART-FAILURES TO ST-FAILURES (SUITE-FOUND-IDX)
           ELSE
               ADD 1 TO UNEXPECTED-PARTIAL-COUNT
           END-IF.
           PERFORM READ-NEXT-PARTIAL.

       LOOKUP-EXPECTED-SUITE.
           IF EXP-SUITE-NAME (SUITE-IDX) = PART-SUITE-NAME
               MOVE SUITE-IDX TO SUITE-FOUND-IDX
           END-IF.

       WRITE-SUITE-TOTAL-LINE.
           IF ST-PARTIAL-COUNT (SUITE-IDX) = ZERO
               STRING '  ' EXP-SUITE-NAME (SUITE-IDX)
                   ' *** NO PARTIAL ON FILE'
                   DELIMITED BY SIZE INTO CERT-TEXT
           ELSE
               MOVE ST-TESTS-RUN (SUITE-IDX) TO COUNT-TEXT
               MOVE ST-PASSES (SUITE-IDX) TO COUNT-TEXT-2
               MOVE ST-FAILURES (SUITE-IDX) TO COUNT-TEXT-3
               STRING '  ' EXP-SUITE-NAME (SUITE-IDX)
                   ' RUN ' COUNT-TEXT ' PASS ' COUNT-TEXT-2
                   ' FAIL ' COUNT-TEXT-3
                   DELIMITED BY SIZE INTO CERT-TEXT
           END-IF.
           PERFORM WRITE-CERT-LINE.

      *    Function registry coverage
       CERTIFY-FUNCTION-COVERAGE.
           MOVE 'FUNCTION REGISTRY COVERAGE' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

           PERFORM CLEAR-FUNCTION-ROWS
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.

           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-NOT-FOUND
               MOVE '  *** MATHXTRC NOT FOUND - NO EXECUTION EVIDENCE'
                   TO CERT-TEXT
               PERFORM WRITE-MISSING-EVIDENCE
           ELSE
               PERFORM READ-NEXT-EXTRACT
               PERFORM ATTRIBUTE-EXTRACT-ROW UNTIL EXTRACT-FILE-EOF
               CLOSE EXTRACT-FILE
               PERFORM WRITE-FUNCTION-LINE
                   VARYING REGISTRY-IDX FROM 1 BY 1
                   UNTIL REGISTRY-IDX > FR-ENTRY-COUNT
               MOVE EXERCISED-COUNT TO SMALL-TEXT
               MOVE FR-ENTRY-COUNT TO SMALL-TEXT-2
               MOVE UNATTRIBUTED-ROWS TO COUNT-TEXT
               STRING '  EXERCISED ' SMALL-TEXT ' OF ' SMALL-TEXT-2
                   ' REGISTERED; ROWS NAMING NONE ' COUNT-TEXT
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           PERFORM WRITE-CERT-LINE.

       CLEAR-FUNCTION-ROWS.
           MOVE ZERO TO FUNCTION-ROWS (REGISTRY-IDX).

       READ-NEXT-EXTRACT.
           READ EXTRACT-FILE
               AT END SET EXTRACT-FILE-EOF TO TRUE
           END-READ.

       ATTRIBUTE-EXTRACT-ROW.
           SET ROW-NOT-MATCHED TO TRUE.
           PERFORM MATCH-ROW-TO-REGISTRY
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.
           IF ROW-NOT-MATCHED
               ADD 1 TO UNATTRIBUTED-ROWS
           END-IF.
           PERFORM READ-NEXT-EXTRACT.

       MATCH-ROW-TO-REGISTRY.
           COMPUTE FUNCTION-NAME-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(FR-FUNCTION-NAME (REGISTRY-IDX))).

           IF RX-SUITE-NAME (1:FUNCTION-NAME-LENGTH) =
               FR-FUNCTION-NAME (REGISTRY-IDX)
                   (1:FUNCTION-NAME-LENGTH)
               OR RX-TEST-NAME (1:FUNCTION-NAME-LENGTH) =
               FR-FUNCTION-NAME (REGISTRY-IDX)
                   (1:FUNCTION-NAME-LENGTH)
               ADD 1 TO FUNCTION-ROWS (REGISTRY-IDX)
               SET ROW-MATCHED TO TRUE
           END-IF.

       WRITE-FUNCTION-LINE.
           MOVE FUNCTION-ROWS (REGISTRY-IDX) TO COUNT-TEXT.
           IF FUNCTION-ROWS (REGISTRY-IDX) > ZERO
               ADD 1 TO EXERCISED-COUNT
               STRING '  ' FR-FUNCTION-NAME (REGISTRY-IDX)
                   ' EXERCISED     ' COUNT-TEXT ' ASSERTIONS'
                   DELIMITED BY SIZE INTO CERT-TEXT
           ELSE
               STRING '  ' FR-FUNCTION-NAME (REGISTRY-IDX)
                   ' *** NOT EXERCISED'
                   DELIMITED BY SIZE INTO CERT-TEXT
           END-IF.
           PERFORM WRITE-CERT-LINE.

      *    Generator domain coverage, off the summary the TRIALCOV
      *    step left on MATHTCOV for tonight.
       CERTIFY-DOMAIN-COVERAGE.
           MOVE 'GENERATOR DOMAIN COVERAGE' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

           OPEN INPUT DOMAIN-FILE.
           IF DOMAIN-FILE-NOT-FOUND
               MOVE '  *** MATHTCOV NOT FOUND - NO DOMAIN COVERAGE'
                   TO CERT-TEXT
               PERFORM WRITE-MISSING-EVIDENCE
           ELSE
               PERFORM READ-NEXT-DOMAIN
               PERFORM CERTIFY-DOMAIN-ROW UNTIL DOMAIN-FILE-EOF
               CLOSE DOMAIN-FILE
               IF DOMAIN-SUITE-COUNT = ZERO
                   MOVE '  *** NO DOMAIN COVERAGE RECORDED TONIGHT'
                       TO CERT-TEXT
                   PERFORM WRITE-MISSING-EVIDENCE
               ELSE
                   MOVE DOMAIN-UNTOUCHED-TOTAL TO SMALL-TEXT
                   STRING '  BANDS NEVER TOUCHED, ALL SUITES: '
                       SMALL-TEXT
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE-CERT-LINE
               END-IF
           END-IF.
           PERFORM WRITE-CERT-LINE.

       READ-NEXT-DOMAIN.
           READ DOMAIN-FILE
               AT END SET DOMAIN-FILE-EOF TO TRUE
           END-READ.

       CERTIFY-DOMAIN-ROW.
           IF DC-DATE = TODAYS-DATE
               ADD 1 TO DOMAIN-SUITE-COUNT
               ADD DC-UNTOUCHED-BANDS TO DOMAIN-UNTOUCHED-TOTAL
               MOVE DC-TRIAL-COUNT TO COUNT-TEXT
               STRING '  ' DC-SUITE-NAME ' TRIALS ' COUNT-TEXT
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
               COMPUTE DOMAIN-TOUCHED =
                   DC-BAND-COUNT - DC-UNTOUCHED-BANDS
               MOVE DOMAIN-TOUCHED TO SMALL-TEXT
               MOVE DC-BAND-COUNT TO SMALL-TEXT-2
               MOVE DC-EXACT-INT TO SMALL-TEXT-3
               STRING '    BANDS TOUCHED ' SMALL-TEXT ' OF '
                   SMALL-TEXT-2 '  EXACT INTEGERS ' SMALL-TEXT-3
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
               MOVE DC-HALF-FRACTION TO SMALL-TEXT
               MOVE DC-OUTSIDE TO SMALL-TEXT-2
               STRING '    .5 FRACTIONS ' SMALL-TEXT
                   '  OUTSIDE EVERY RANGE ' SMALL-TEXT-2
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           PERFORM READ-NEXT-DOMAIN.

      *    Every defect still open on MATHDFCT. A known defect -
      *    open since before tonight - went out with this build; one
      *    first seen tonight can only have passed the gate under a
      *    waiver.
       CERTIFY-OPEN-DEFECTS.
           MOVE 'OPEN DEFECTS' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

           OPEN INPUT DEFECT-FILE.
           IF DEFECT-FILE-NOT-FOUND
               MOVE '  NONE - MATHDFCT NOT CREATED YET' TO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           ELSE
               PERFORM READ-NEXT-DEFECT
               PERFORM CERTIFY-DEFECT-ROW UNTIL DEFECT-FILE-EOF
               CLOSE DEFECT-FILE
               IF OPEN-DEFECT-COUNT = ZERO
                   MOVE '  NONE' TO CERT-TEXT
                   PERFORM WRITE-CERT-LINE
               ELSE
                   PERFORM WRITE-DEFECT-TOTALS
               END-IF
           END-IF.
           PERFORM WRITE-CERT-LINE.

       READ-NEXT-DEFECT.
           READ DEFECT-FILE NEXT RECORD
               AT END SET DEFECT-FILE-EOF TO TRUE
           END-READ.

       CERTIFY-DEFECT-ROW.
           IF DF-OPEN
               ADD 1 TO OPEN-DEFECT-COUNT
               IF DF-FIRST-SEEN < TODAYS-DATE
                   ADD 1 TO KNOWN-DEFECT-COUNT
               END-IF
               IF OPEN-DEFECT-COUNT <= LISTING-LIMIT
                   PERFORM WRITE-DEFECT-LINES
               END-IF
           END-IF.
           PERFORM READ-NEXT-DEFECT.

       WRITE-DEFECT-LINES.
           EVALUATE TRUE
               WHEN DF-TICKET-RAISED
                   MOVE SPACES TO TICKET-TEXT
                   STRING 'TICKET ' DF-TICKET-NUMBER
                       DELIMITED BY SIZE INTO TICKET-TEXT
               WHEN DF-TICKET-REQUESTED
                   MOVE 'TICKET PENDING' TO TICKET-TEXT
               WHEN OTHER
                   MOVE 'NO TICKET' TO TICKET-TEXT
           END-EVALUATE.

           STRING '  ' FUNCTION TRIM(DF-SUITE-NAME) ' / '
               FUNCTION TRIM(DF-TEST-NAME)
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           MOVE DF-CONSEC-FAILS TO SMALL-TEXT.
           IF DF-FIRST-SEEN < TODAYS-DATE
               STRING '    KNOWN, OPEN SINCE ' DF-FIRST-SEEN
                   ', NIGHTS ' SMALL-TEXT ', ' TICKET-TEXT
                   DELIMITED BY SIZE INTO CERT-TEXT
           ELSE
               STRING '    NEW TONIGHT, ' TICKET-TEXT
                   DELIMITED BY SIZE INTO CERT-TEXT
           END-IF.
           PERFORM WRITE-CERT-LINE.

       WRITE-DEFECT-TOTALS.
           IF OPEN-DEFECT-COUNT > LISTING-LIMIT
               COMPUTE SMALL-TEXT = OPEN-DEFECT-COUNT - LISTING-LIMIT
               STRING '  AND ' SMALL-TEXT ' MORE OPEN ON MATHDFCT'
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           MOVE OPEN-DEFECT-COUNT TO SMALL-TEXT.
           MOVE KNOWN-DEFECT-COUNT TO SMALL-TEXT-2.
           STRING '  OPEN ' SMALL-TEXT ', OF WHICH KNOWN '
               SMALL-TEXT-2
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

      *    Waivers still in force tonight, expiry inclusive as
      *    MERGE-RESULTS applies it.
       CERTIFY-WAIVERS.
           MOVE 'WAIVERS IN FORCE' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

           OPEN INPUT WAIVER-FILE.
           IF NOT WAIVER-FILE-NOT-FOUND
               PERFORM READ-NEXT-WAIVER
               PERFORM CERTIFY-WAIVER-ROW UNTIL WAIVER-FILE-EOF
               CLOSE WAIVER-FILE
           END-IF.

           IF ACTIVE-WAIVER-COUNT = ZERO
               MOVE '  NONE' TO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           IF ACTIVE-WAIVER-COUNT > LISTING-LIMIT
               COMPUTE SMALL-TEXT =
                   ACTIVE-WAIVER-COUNT - LISTING-LIMIT
               STRING '  AND ' SMALL-TEXT ' MORE ON MATHWAIV'
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           MOVE TN-WAIVED-FAILURES TO COUNT-TEXT.
           STRING '  FAILURES PROMOTED UNDER WAIVER ' COUNT-TEXT
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           PERFORM WRITE-CERT-LINE.

       READ-NEXT-WAIVER.
           READ WAIVER-FILE
               AT END SET WAIVER-FILE-EOF TO TRUE
           END-READ.

       CERTIFY-WAIVER-ROW.
           IF WV-EXPIRY-DATE >= TODAYS-DATE
               ADD 1 TO ACTIVE-WAIVER-COUNT
               IF ACTIVE-WAIVER-COUNT <= LISTING-LIMIT
                   PERFORM WRITE-WAIVER-LINES
               END-IF
           END-IF.
           PERFORM READ-NEXT-WAIVER.

       WRITE-WAIVER-LINES.
           STRING '  ' FUNCTION TRIM(WV-SUITE-NAME) ' / '
               FUNCTION TRIM(WV-TEST-NAME)
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           STRING '    UNTIL ' WV-EXPIRY-DATE ', APPROVED BY '
               WV-APPROVER
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           STRING '    ' WV-REASON
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

      *    Drift findings the DRIFT step kept on MATHDRFT tonight, and
      *    the runtime recheck. TIMERPT passing is a condition of this
      *    branch, so the runtime lines show the margin each suite
      *    had rather than a verdict.
       CERTIFY-DRIFT-AND-RUNTIME.
           MOVE 'DRIFT AND RUNTIME WARNINGS' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

           OPEN INPUT DRIFT-FILE.
           IF NOT DRIFT-FILE-NOT-FOUND
               PERFORM READ-NEXT-DRIFT
               PERFORM CERTIFY-DRIFT-ROW UNTIL DRIFT-FILE-EOF
               CLOSE DRIFT-FILE
           END-IF.
           IF DRIFT-COUNT = ZERO
               MOVE '  NO ACTUAL DRIFTED PAST THE THRESHOLD TONIGHT'
                   TO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           ELSE
               IF DRIFT-COUNT > LISTING-LIMIT
                   COMPUTE SMALL-TEXT = DRIFT-COUNT - LISTING-LIMIT
                   STRING '  AND ' SMALL-TEXT ' MORE ON MATHDRFT'
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE-CERT-LINE
               END-IF
               MOVE DRIFT-COUNT TO SMALL-TEXT
               STRING '  ACTUALS DRIFTED (WARNING ONLY) ' SMALL-TEXT
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.

           OPEN INPUT TIMING-FILE.
           IF TIMING-FILE-NOT-FOUND
               MOVE '  *** MATHTIME NOT FOUND - NO SUITE TIMINGS'
                   TO CERT-TEXT
               PERFORM WRITE-MISSING-EVIDENCE
           ELSE
               PERFORM READ-NEXT-TIMING
               PERFORM TALLY-TIMING-RECORD UNTIL TIMING-FILE-EOF
               CLOSE TIMING-FILE
               PERFORM CERTIFY-SUITE-RUNTIME
                   VARYING TIME-FOUND-IDX FROM 1 BY 1
                   UNTIL TIME-FOUND-IDX > TIME-SUITE-COUNT
               MOVE GROWTH-PCT-LIMIT TO SMALL-TEXT
               MOVE REGRESSED-COUNT TO SMALL-TEXT-2
               STRING '  SUITES GROWN PAST ' SMALL-TEXT
                   '% OF THEIR RECENT AVERAGE: ' SMALL-TEXT-2
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           PERFORM WRITE-CERT-LINE.

       READ-NEXT-DRIFT.
           READ DRIFT-FILE
               AT END SET DRIFT-FILE-EOF TO TRUE
           END-READ.

       CERTIFY-DRIFT-ROW.
           IF DR-DATE = TODAYS-DATE
               ADD 1 TO DRIFT-COUNT
               IF DRIFT-COUNT <= LISTING-LIMIT
                   STRING '  ' FUNCTION TRIM(DR-SUITE-NAME) ' / '
                       FUNCTION TRIM(DR-TEST-NAME)
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE-CERT-LINE
                   MOVE DR-DRIFT-AMOUNT TO DRIFT-TEXT
                   STRING '    DRIFTED ' DRIFT-TEXT
                       ' FROM THE BASELINE OF ' DR-GEN-DATE
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE-CERT-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-DRIFT.

       READ-NEXT-TIMING.
           READ TIMING-FILE
               AT END SET TIMING-FILE-EOF TO TRUE
           END-READ.

       TALLY-TIMING-RECORD.
           IF TM-SUITE-SCOPE
               PERFORM TALLY-SUITE-TIMING
           END-IF.
           PERFORM READ-NEXT-TIMING.

       TALLY-SUITE-TIMING.
           MOVE ZERO TO TIME-FOUND-IDX.
           PERFORM LOOKUP-TIMING-ENTRY
               VARYING TIME-SUITE-IDX FROM 1 BY 1
               UNTIL TIME-SUITE-IDX > TIME-SUITE-COUNT.

           IF TIME-FOUND-IDX = ZERO
               AND TIME-SUITE-COUNT < 20
               ADD 1 TO TIME-SUITE-COUNT
               MOVE TIME-SUITE-COUNT TO TIME-FOUND-IDX
               MOVE TM-PROGRAM TO TS-PROGRAM (TIME-FOUND-IDX)
               MOVE ZERO TO TS-SLOT-COUNT (TIME-FOUND-IDX)
           END-IF.

           IF TIME-FOUND-IDX > ZERO
               IF TS-SLOT-COUNT (TIME-FOUND-IDX) = RECENT-SLOT-MAX
                   PERFORM SHIFT-ELAPSED-SLOTS
                       VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > RECENT-SLOT-MAX - 1
               ELSE
                   ADD 1 TO TS-SLOT-COUNT (TIME-FOUND-IDX)
               END-IF
               MOVE TS-SLOT-COUNT (TIME-FOUND-IDX) TO SLOT-IDX
               MOVE TM-ELAPSED-CS
                   TO TS-ELAPSED-SLOT (TIME-FOUND-IDX, SLOT-IDX)
           END-IF.

       LOOKUP-TIMING-ENTRY.
           IF TS-PROGRAM (TIME-SUITE-IDX) = TM-PROGRAM
               MOVE TIME-SUITE-IDX TO TIME-FOUND-IDX
           END-IF.

       SHIFT-ELAPSED-SLOTS.
           MOVE TS-ELAPSED-SLOT (TIME-FOUND-IDX, SLOT-IDX + 1)
               TO TS-ELAPSED-SLOT (TIME-FOUND-IDX, SLOT-IDX).

       CERTIFY-SUITE-RUNTIME.
           MOVE TS-SLOT-COUNT (TIME-FOUND-IDX) TO SLOT-IDX.
           MOVE TS-ELAPSED-SLOT (TIME-FOUND-IDX, SLOT-IDX)
               TO LATEST-ELAPSED.
           MOVE LATEST-ELAPSED TO COUNT-TEXT.
           IF SLOT-IDX < 2
               STRING '  ' TS-PROGRAM (TIME-FOUND-IDX)
                   ' ' COUNT-TEXT ' CS, FIRST RECORDED RUN'
                   DELIMITED BY SIZE INTO CERT-TEXT
           ELSE
               COMPUTE PRIOR-RUN-COUNT = SLOT-IDX - 1
               MOVE ZERO TO PRIOR-ELAPSED-SUM
               PERFORM SUM-PRIOR-ELAPSED
                   VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > PRIOR-RUN-COUNT
               COMPUTE PRIOR-ELAPSED-AVG ROUNDED =
                   PRIOR-ELAPSED-SUM / PRIOR-RUN-COUNT
               MOVE ZERO TO GROWTH-PCT
               IF PRIOR-ELAPSED-AVG > ZERO
                   COMPUTE GROWTH-PCT ROUNDED =
                       ((LATEST-ELAPSED - PRIOR-ELAPSED-AVG) /
                           PRIOR-ELAPSED-AVG) * 100
                       ON SIZE ERROR MOVE GROWTH-PCT-CEILING
                           TO GROWTH-PCT
                   END-COMPUTE
               END-IF
               IF GROWTH-PCT > GROWTH-PCT-LIMIT
                   ADD 1 TO REGRESSED-COUNT
               END-IF
               MOVE GROWTH-PCT TO PCT-TEXT
               STRING '  ' TS-PROGRAM (TIME-FOUND-IDX)
                   ' ' COUNT-TEXT ' CS, GROWTH ' PCT-TEXT '%'
                   DELIMITED BY SIZE INTO CERT-TEXT
           END-IF.
           PERFORM WRITE-CERT-LINE.

       SUM-PRIOR-ELAPSED.
           ADD TS-ELAPSED-SLOT (TIME-FOUND-IDX, SLOT-IDX)
               TO PRIOR-ELAPSED-SUM.

      *    MATHCASE maintenance since the previous promotion, off the
      *    CASE-MAINT audit trail.
       CERTIFY-CASE-CHANGES.
           MOVE 'CHANGES SINCE THE PREVIOUS PROMOTION' TO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.
           IF PREVIOUS-PROMOTION-DATE = SPACES
               STRING '  NO EARLIER PROMOTION ON MATHPROT - ALL'
                   ' AUDITED CHANGES LISTED'
                   DELIMITED BY SIZE INTO CERT-TEXT
               MOVE '0000-00-00' TO PREVIOUS-PROMOTION-DATE
           ELSE
               STRING '  PREVIOUS PROMOTION ' PREVIOUS-PROMOTION-DATE
                   '; CHANGES DATED FROM THEN THROUGH '
                   TODAYS-DATE
                   DELIMITED BY SIZE INTO CERT-TEXT
           END-IF.
           PERFORM WRITE-CERT-LINE.

           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND
               MOVE '  MATHCASE: NO AUDIT TRAIL ON FILE (MATHAUDT)'
                   TO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           ELSE
               PERFORM READ-NEXT-AUDIT
               PERFORM CERTIFY-AUDIT-ROW UNTIL AUDIT-FILE-EOF
               CLOSE AUDIT-FILE
               IF AUDIT-LISTED-COUNT > LISTING-LIMIT
                   COMPUTE SMALL-TEXT =
                       AUDIT-LISTED-COUNT - LISTING-LIMIT
                   STRING '  AND ' SMALL-TEXT
                       ' MORE - SEE AUDIT-INQUIRY'
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE-CERT-LINE
               END-IF
               MOVE AUDIT-ADD-COUNT TO SMALL-TEXT
               MOVE AUDIT-CHANGE-COUNT TO SMALL-TEXT-2
               MOVE AUDIT-DELETE-COUNT TO SMALL-TEXT-3
               STRING '  MATHCASE: ADDED ' SMALL-TEXT
                   ', CHANGED ' SMALL-TEXT-2
                   ', DELETED ' SMALL-TEXT-3
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.

       READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END SET AUDIT-FILE-EOF TO TRUE
           END-READ.

       CERTIFY-AUDIT-ROW.
           IF AUD-DATE >= PREVIOUS-PROMOTION-DATE
               AND AUD-DATE <= TODAYS-DATE
               ADD 1 TO AUDIT-LISTED-COUNT
               EVALUATE AUD-ACTION
                   WHEN 'ADD   '
                       ADD 1 TO AUDIT-ADD-COUNT
                       MOVE AUD-AFTER-IMAGE TO AUDIT-SUBJECT-IMAGE
                   WHEN 'DELETE'
                       ADD 1 TO AUDIT-DELETE-COUNT
                       MOVE AUD-BEFORE-IMAGE TO AUDIT-SUBJECT-IMAGE
                   WHEN OTHER
                       ADD 1 TO AUDIT-CHANGE-COUNT
                       MOVE AUD-AFTER-IMAGE TO AUDIT-SUBJECT-IMAGE
               END-EVALUATE
               IF AUDIT-LISTED-COUNT <= LISTING-LIMIT
                   STRING '  ' AUD-DATE ' ' AUD-USER ' ' AUD-ACTION
                       ' ' AS-FUNCTION ' ' AS-NAME
                       DELIMITED BY SIZE INTO CERT-TEXT
                   PERFORM WRITE-CERT-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-AUDIT.

      *    MATHPLCY is edited in place and keeps no audit trail, so
      *    its activity is found by comparing tonight's rows with the
      *    copy kept at the previous promotion. MATHPSNP is then
      *    rewritten with that copy and tonight's rows, so a same-date
      *    rerun still compares against the previous promotion.
       CERTIFY-POLICY-CHANGES.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT SNAPSHOT-FILE-NOT-FOUND
               PERFORM READ-NEXT-SNAPSHOT
               PERFORM LOAD-PRIOR-SNAPSHOT UNTIL SNAPSHOT-FILE-EOF
               CLOSE SNAPSHOT-FILE
           END-IF.

           OPEN INPUT POLICY-FILE.
           IF NOT POLICY-FILE-NOT-FOUND
               PERFORM READ-NEXT-POLICY
               PERFORM LOAD-CURRENT-POLICY UNTIL POLICY-FILE-EOF
               CLOSE POLICY-FILE
           END-IF.

           IF PRIOR-SNAPSHOT-DATE = SPACES
               MOVE CURRENT-POLICY-COUNT TO SMALL-TEXT
               STRING '  MATHPLCY: NO COPY KEPT AT AN EARLIER'
                   ' PROMOTION; ' SMALL-TEXT ' ROWS KEPT TONIGHT'
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           ELSE
               PERFORM COMPARE-POLICY-ROW
                   VARYING POLICY-IDX FROM 1 BY 1
                   UNTIL POLICY-IDX > CURRENT-POLICY-COUNT
               PERFORM REPORT-REMOVED-POLICY
                   VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-POLICY-COUNT
               MOVE POLICY-ADD-COUNT TO SMALL-TEXT
               MOVE POLICY-CHANGE-COUNT TO SMALL-TEXT-2
               MOVE POLICY-REMOVE-COUNT TO SMALL-TEXT-3
               STRING '  MATHPLCY: ADDED ' SMALL-TEXT
                   ', CHANGED ' SMALL-TEXT-2
                   ', REMOVED ' SMALL-TEXT-3
                   ' SINCE ' PRIOR-SNAPSHOT-DATE
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           IF POLICY-OVERFLOW > ZERO
               MOVE POLICY-OVERFLOW TO SMALL-TEXT
               STRING '  *** ' SMALL-TEXT
                   ' POLICY ROW(S) PAST THE TABLE NOT COMPARED'
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.
           PERFORM WRITE-CERT-LINE.

           PERFORM REWRITE-POLICY-SNAPSHOT.

       READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END SET SNAPSHOT-FILE-EOF TO TRUE
           END-READ.

      *    Keeps only the latest copy dated before tonight.
       LOAD-PRIOR-SNAPSHOT.
           IF PS-PROMOTION-DATE < TODAYS-DATE
               IF PS-PROMOTION-DATE > PRIOR-SNAPSHOT-DATE
                   OR PRIOR-SNAPSHOT-DATE = SPACES
                   MOVE PS-PROMOTION-DATE TO PRIOR-SNAPSHOT-DATE
                   MOVE ZERO TO PRIOR-POLICY-COUNT
               END-IF
               IF PS-PROMOTION-DATE = PRIOR-SNAPSHOT-DATE
                   IF PRIOR-POLICY-COUNT < 20
                       ADD 1 TO PRIOR-POLICY-COUNT
                       MOVE PS-POLICY-IMAGE
                           TO PP-IMAGE (PRIOR-POLICY-COUNT)
                       SET PP-NOT-MATCHED (PRIOR-POLICY-COUNT)
                           TO TRUE
                   ELSE
                       ADD 1 TO POLICY-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-SNAPSHOT.

       READ-NEXT-POLICY.
           READ POLICY-FILE
               AT END SET POLICY-FILE-EOF TO TRUE
           END-READ.

       LOAD-CURRENT-POLICY.
           IF PO-SUITE-NAME NOT = SPACES
               IF CURRENT-POLICY-COUNT < 20
                   ADD 1 TO CURRENT-POLICY-COUNT
                   MOVE POLICY-RECORD
                       TO CURRENT-POLICY-IMAGE (CURRENT-POLICY-COUNT)
               ELSE
                   ADD 1 TO POLICY-OVERFLOW
               END-IF
           END-IF.
           PERFORM READ-NEXT-POLICY.

       COMPARE-POLICY-ROW.
           MOVE CURRENT-POLICY-IMAGE (POLICY-IDX)
               TO COMPARE-NEW-IMAGE.
           MOVE ZERO TO PRIOR-FOUND-IDX.
           PERFORM LOOKUP-PRIOR-POLICY
               VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX > PRIOR-POLICY-COUNT
                   OR PRIOR-FOUND-IDX > ZERO.

           IF PRIOR-FOUND-IDX = ZERO
               ADD 1 TO POLICY-ADD-COUNT
               STRING '  POLICY ADDED   ' CN-SUITE-NAME
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           ELSE
               SET PP-MATCHED (PRIOR-FOUND-IDX) TO TRUE
               MOVE PP-IMAGE (PRIOR-FOUND-IDX) TO COMPARE-OLD-IMAGE
               IF COMPARE-NEW-IMAGE NOT = COMPARE-OLD-IMAGE
                   PERFORM REPORT-CHANGED-POLICY
               END-IF
           END-IF.

       LOOKUP-PRIOR-POLICY.
           IF PP-IMAGE (PRIOR-IDX) (1:30) = CN-SUITE-NAME
               AND PP-NOT-MATCHED (PRIOR-IDX)
               MOVE PRIOR-IDX TO PRIOR-FOUND-IDX
           END-IF.

       REPORT-CHANGED-POLICY.
           ADD 1 TO POLICY-CHANGE-COUNT.
           MOVE SPACES TO CHANGED-PARTS-TEXT.
           MOVE 1 TO PARTS-POINTER.
           IF CN-TRIAL-DIGITS NOT = CO-TRIAL-DIGITS
               STRING 'TRIALS '
                   DELIMITED BY SIZE INTO CHANGED-PARTS-TEXT
                   WITH POINTER PARTS-POINTER
           END-IF.
           IF CN-MARGIN-FIELDS NOT = CO-MARGIN-FIELDS
               STRING 'MARGINS '
                   DELIMITED BY SIZE INTO CHANGED-PARTS-TEXT
                   WITH POINTER PARTS-POINTER
           END-IF.
           IF CN-RANGE-FIELDS NOT = CO-RANGE-FIELDS
               STRING 'RANGES '
                   DELIMITED BY SIZE INTO CHANGED-PARTS-TEXT
                   WITH POINTER PARTS-POINTER
           END-IF.
           STRING '  POLICY CHANGED ' CN-SUITE-NAME
               CHANGED-PARTS-TEXT
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

       REPORT-REMOVED-POLICY.
           IF PP-NOT-MATCHED (PRIOR-IDX)
               ADD 1 TO POLICY-REMOVE-COUNT
               STRING '  POLICY REMOVED ' PP-IMAGE (PRIOR-IDX) (1:30)
                   DELIMITED BY SIZE INTO CERT-TEXT
               PERFORM WRITE-CERT-LINE
           END-IF.

       REWRITE-POLICY-SNAPSHOT.
           OPEN OUTPUT SNAPSHOT-FILE.
           PERFORM WRITE-PRIOR-SNAPSHOT
               VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX > PRIOR-POLICY-COUNT.
           PERFORM WRITE-CURRENT-SNAPSHOT
               VARYING POLICY-IDX FROM 1 BY 1
               UNTIL POLICY-IDX > CURRENT-POLICY-COUNT.
           CLOSE SNAPSHOT-FILE.

       WRITE-PRIOR-SNAPSHOT.
           MOVE PRIOR-SNAPSHOT-DATE TO PS-PROMOTION-DATE.
           MOVE PP-IMAGE (PRIOR-IDX) TO PS-POLICY-IMAGE.
           WRITE POLICY-SNAPSHOT-RECORD.

       WRITE-CURRENT-SNAPSHOT.
           MOVE TODAYS-DATE TO PS-PROMOTION-DATE.
           MOVE CURRENT-POLICY-IMAGE (POLICY-IDX) TO PS-POLICY-IMAGE.
           WRITE POLICY-SNAPSHOT-RECORD.

      *    The run's own sign-off: one line naming the job, the
      *    date and time, and the build the evidence above certifies.
       CERTIFY-SIGN-OFF.
           MOVE FUNCTION CURRENT-DATE(9:2) TO SIGN-OFF-TIME(1:2).
           MOVE ':' TO SIGN-OFF-TIME(3:1).
           MOVE FUNCTION CURRENT-DATE(11:2) TO SIGN-OFF-TIME(4:2).
           MOVE ':' TO SIGN-OFF-TIME(6:1).
           MOVE FUNCTION CURRENT-DATE(13:2) TO SIGN-OFF-TIME(7:2).

           STRING 'SIGNED OFF BY MATHNITE ' TODAYS-DATE ' '
               SIGN-OFF-TIME ': BUILD ' FUNCTION TRIM(TN-BUILD-ID)
               ' CERTIFIED'
               DELIMITED BY SIZE INTO CERT-TEXT.
           PERFORM WRITE-CERT-LINE.

       END PROGRAM RELEASE-CERTIFICATE.
