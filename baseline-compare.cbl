           SELECT GENERATION-FILE ASSIGN TO 'MATHBGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT DRIFT-FILE ASSIGN TO 'MATHDRFT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIFT-FILE-STATUS.
           SELECT NIGHT-MODE-FILE ASSIGN TO 'MATHNMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-MODE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           COPY 'baseline-record.cpy'.
       FD  GENERATION-FILE.
           COPY 'baseline-generation.cpy'.
       FD  DRIFT-FILE.
           COPY 'drift-finding.cpy'.
       FD  NIGHT-MODE-FILE.
           COPY 'run-calendar.cpy'.
       WORKING-STORAGE SECTION.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND  VALUE '35'.
           01  GENERATION-FILE-STATUS PIC X(02).
               88  GENERATION-NOT-FOUND    VALUE '35'.
               88  GENERATION-EOF          VALUE '10'.
           01  DRIFT-FILE-STATUS    PIC X(02).
           01  NIGHT-MODE-STATUS    PIC X(02).
               88  NIGHT-MODE-NOT-FOUND    VALUE '35'.
           01  TODAYS-DATE       PIC X(10).
      *    On a boundary-grid night the property rows walk the grid,
      *    not the random trials the baseline was blessed from, and
      *    there are far more of them than the table holds. Only the
      *    example and data-driven rows are compared that night; the
      *    property rows on both sides are left out and counted.
           01  GRID-NIGHT-FLAG      PIC X(01)  VALUE 'N'.
               88  GRID-NIGHT           VALUE 'Y'.
           01  PROPERTY-NAME-TALLY  PIC 9(2).
           01  GRID-ROWS-LEFT-OUT   PIC 9(9)  VALUE ZERO.
      *    Any actual that moved from its baseline by more than this is
      *    reported as drift, pass or fail. Overridable from the EXEC
      *    PARM as 'threshold,generation-date'; the generation date
           01  DRIFTED-COUNT     PIC 9(9)  VALUE ZERO.
           01  UNMATCHED-COUNT   PIC 9(9)  VALUE ZERO.
           01  RETIRED-COUNT     PIC 9(9)  VALUE ZERO.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL PARM-FIELD.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           PERFORM APPLY-PARM-OVERRIDES.

           PERFORM CHECK-EXTRACT-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY 'BASELINE-COMPARE: MATHXTRC failed its'
                   ' control check, nothing compared'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NIGHT-MODE.
           PERFORM LOAD-BASELINE-TABLE.

           IF BASELINE-COUNT = ZERO
               DISPLAY '  GENERATION USED: MATHBASE SNAPSHOT'
           END-IF.

      *    Every drifted actual is also kept on MATHDRFT, rewritten
      *    whole each run, for the steps that act on the findings
      *    after this SYSOUT has gone by.
           OPEN OUTPUT DRIFT-FILE.
           OPEN INPUT EXTRACT-FILE.

           IF EXTRACT-FILE-NOT-FOUND
               CLOSE EXTRACT-FILE
           END-IF.

           CLOSE DRIFT-FILE.

           PERFORM COUNT-RETIRED-BASELINES
               VARYING BASELINE-IDX FROM 1 BY 1
               UNTIL BASELINE-IDX > BASELINE-COUNT.
           DISPLAY '  DRIFTED PAST THRESHOLD    : ' DRIFTED-COUNT.
           DISPLAY '  NOT IN BASELINE           : ' UNMATCHED-COUNT.
           DISPLAY '  IN BASELINE, NOT THIS RUN : ' RETIRED-COUNT.
           IF GRID-NIGHT
               DISPLAY '  GRID ROWS NOT COMPARED    : '
                   GRID-ROWS-LEFT-OUT
           END-IF.

           IF DRIFTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               END-IF
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

      *    Prefer the generation file: pick the requested date (or
      *    the newest on file) and load that generation's rows. The
      *    manual MATHBASE snapshot only stands in when MATHBGEN is
           END-IF.

       LOAD-GENERATION-RECORD.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT BG-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.
           IF BG-DATE = CHOSEN-GEN-DATE
               AND PROPERTY-NAME-TALLY = ZERO
               IF BASELINE-COUNT < 2000
                   ADD 1 TO BASELINE-COUNT
                   MOVE BG-SUITE-NAME
           END-READ.

       LOAD-BASELINE-RECORD.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT BASE-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.
           IF PROPERTY-NAME-TALLY > ZERO
               CONTINUE
           ELSE
               IF BASELINE-COUNT < 2000
                   ADD 1 TO BASELINE-COUNT
                   MOVE BASE-SUITE-NAME
                       TO BL-SUITE-NAME (BASELINE-COUNT)
                   MOVE BASE-TEST-NAME
                       TO BL-TEST-NAME (BASELINE-COUNT)
                   MOVE BASE-ACTUAL
                       TO BL-ACTUAL (BASELINE-COUNT)
                   SET BL-NOT-CONSUMED (BASELINE-COUNT) TO TRUE
               ELSE
                   ADD 1 TO BASELINE-OVERFLOW
               END-IF
           END-IF.
           PERFORM READ-NEXT-BASELINE.

           END-READ.

       COMPARE-EXTRACT-ROW.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT RX-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.

           IF PROPERTY-NAME-TALLY > ZERO
               ADD 1 TO GRID-ROWS-LEFT-OUT
           ELSE
               PERFORM COMPARE-TO-BASELINE
           END-IF.

           PERFORM READ-NEXT-EXTRACT.

       COMPARE-TO-BASELINE.
           MOVE ZERO TO BASELINE-FOUND-IDX.
           PERFORM FIND-BASELINE-ENTRY
               VARYING BASELINE-IDX FROM 1 BY 1
                       ' NOW ' RX-ACTUAL
                       ' MOVED ' DRIFT-AMOUNT
                       ' PASS-FLAG ' RX-PASS-FLAG
                   PERFORM WRITE-DRIFT-FINDING
               END-IF
           ELSE
               ADD 1 TO UNMATCHED-COUNT
           END-IF.

       WRITE-DRIFT-FINDING.
           MOVE TODAYS-DATE TO DR-DATE.
           MOVE RX-SUITE-NAME TO DR-SUITE-NAME.
           MOVE RX-TEST-NAME TO DR-TEST-NAME.
           MOVE BL-ACTUAL (BASELINE-FOUND-IDX) TO DR-BASELINE-ACTUAL.
           MOVE RX-ACTUAL TO DR-ACTUAL.
           MOVE DRIFT-AMOUNT TO DR-DRIFT-AMOUNT.
           IF USING-GENERATION
               MOVE CHOSEN-GEN-DATE TO DR-GEN-DATE
           ELSE
               MOVE 'NONE' TO DR-GEN-DATE
           END-IF.
           WRITE DRIFT-FINDING-RECORD.

       FIND-BASELINE-ENTRY.
           IF BL-NOT-CONSUMED (BASELINE-IDX)
               ADD 1 TO RETIRED-COUNT
           END-IF.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM BASELINE-COMPARE.
