           SELECT TRIAL-FILE ASSIGN TO 'MATHTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-FILE-STATUS.
           SELECT DOMAIN-FILE ASSIGN TO 'MATHTCOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOMAIN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-FILE.
           COPY 'trial-log.cpy'.
       FD  DOMAIN-FILE.
           COPY 'domain-coverage.cpy'.
       WORKING-STORAGE SECTION.
           01  TRIAL-FILE-STATUS    PIC X(02).
               88  TRIAL-FILE-NOT-FOUND   VALUE '35'.
               88  TRIAL-FILE-EOF         VALUE '10'.
           01  DOMAIN-FILE-STATUS   PIC X(02).
      *    The generation ranges each suite drew from, fetched
      *    through POLICY-LOAD so the report judges coverage against
      *    the same MATHPLCY the suites ran with. Run it against the
           01  RECORD-COUNT      PIC 9(9)  VALUE ZERO.
           01  MATCHED-COUNT     PIC 9(9)  VALUE ZERO.
           01  UNTOUCHED-BAND-COUNT PIC 9(4)  VALUE ZERO.
      *    Per-suite band tallies for the MATHTCOV summary row.
           01  SUITE-BAND-COUNT  PIC 9(3).
           01  SUITE-UNTOUCHED-COUNT PIC 9(3).
      *    Edited figures for the band lines.
           01  BAND-LOW-TEXT     PIC -ZZZ9.999.
           01  BAND-HIGH-TEXT    PIC -ZZZ9.999.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
           DISPLAY 'GENERATOR DOMAIN COVERAGE REPORT'.
           DISPLAY '  TRIALS DATED: ' REPORT-DATE.

           PERFORM CHECK-TRIAL-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY '  MATHTRLS FAILED ITS CONTROL CHECK - NO'
                   ' COVERAGE REPORTED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT TRIAL-FILE.

           IF TRIAL-FILE-NOT-FOUND
               DISPLAY '  NO TRIALS LOGGED FOR THE DATE'
           END-IF.

      *    The per-suite summary goes to MATHTCOV as each suite is
      *    printed, for the release certificate to quote.
           OPEN OUTPUT DOMAIN-FILE.

           PERFORM PRINT-SUITE-COVERAGE
               VARYING COV-IDX FROM 1 BY 1
               UNTIL COV-IDX > COV-SUITE-COUNT.

           CLOSE DOMAIN-FILE.

           DISPLAY ' '.
           DISPLAY 'BANDS NEVER TOUCHED: ' UNTOUCHED-BAND-COUNT.

           DISPLAY '  TRIALS LOGGED: '
               TC-TRIAL-COUNT (COV-IDX).

           MOVE ZERO TO SUITE-BAND-COUNT.
           MOVE ZERO TO SUITE-UNTOUCHED-COUNT.
           PERFORM PRINT-RANGE-BANDS
               VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > TC-RANGE-COUNT (COV-IDX).
                   ' HAS MATHPLCY CHANGED SINCE THE RUN?'
           END-IF.

           PERFORM WRITE-DOMAIN-SUMMARY.

       WRITE-DOMAIN-SUMMARY.
           MOVE REPORT-DATE TO DC-DATE.
           MOVE TC-SUITE-NAME (COV-IDX) TO DC-SUITE-NAME.
           MOVE TC-TRIAL-COUNT (COV-IDX) TO DC-TRIAL-COUNT.
           MOVE SUITE-BAND-COUNT TO DC-BAND-COUNT.
           MOVE SUITE-UNTOUCHED-COUNT TO DC-UNTOUCHED-BANDS.
           MOVE TC-EXACT-INT (COV-IDX) TO DC-EXACT-INT.
           MOVE TC-HALF-FRACTION (COV-IDX) TO DC-HALF-FRACTION.
           MOVE TC-OUTSIDE (COV-IDX) TO DC-OUTSIDE.
           WRITE DOMAIN-COVERAGE-RECORD.

       PRINT-RANGE-BANDS.
           MOVE TC-RANGE-LOW (COV-IDX, RANGE-IDX)
               TO BAND-LOW-TEXT.
               (RANGE-WIDTH * BAND-IDX) / BAND-MAX.
           MOVE BAND-OFFSET TO BAND-HIGH-TEXT.

           ADD 1 TO SUITE-BAND-COUNT.
           IF TC-BAND-COUNT (COV-IDX, RANGE-IDX, BAND-IDX) = ZERO
               ADD 1 TO UNTOUCHED-BAND-COUNT
               ADD 1 TO SUITE-UNTOUCHED-COUNT
               DISPLAY '    BAND ' BAND-IDX ' (' BAND-LOW-TEXT
                   ' THRU ' BAND-HIGH-TEXT '): 00000'
                   ' *** NEVER TOUCHED'
                   TC-BAND-COUNT (COV-IDX, RANGE-IDX, BAND-IDX)
           END-IF.

       CHECK-TRIAL-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHTRLS' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM TRIAL-COVERAGE.
