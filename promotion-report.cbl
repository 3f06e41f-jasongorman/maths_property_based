           END-READ.

       REPORT-PROMOTION-RECORD.
           EVALUATE TRUE
               WHEN PL-WAIVED-FAILURE
                   PERFORM REPORT-WAIVER-RECORD
               WHEN PL-ROLLED-BACK
                   ADD 1 TO PROMOTION-COUNT
                   PERFORM REPORT-ROLLBACK-RECORD
               WHEN OTHER
                   ADD 1 TO PROMOTION-COUNT
                   PERFORM REPORT-NIGHTLY-DECISION
           END-EVALUATE.

           PERFORM READ-NEXT-PROMOTION.

      *    A rollback judged no evidence of its own, so there is
      *    nothing to set against MATHHIST: it names the build taken
      *    out, the build put back, and the generation made current.
       REPORT-ROLLBACK-RECORD.
           DISPLAY '  ' PL-DATE ' ' PL-DECISION
               ' WITHDREW ' PL-WITHDRAWN-BUILD-ID
               ' REINSTATED ' PL-BUILD-ID
               ' BASELINE ' PL-BASELINE-DATE.

      *    Not a decision of its own: the evidence for one failure
      *    that the following decision let through under a waiver.
       REPORT-WAIVER-RECORD.
           DISPLAY '  ' PL-DATE ' ' PL-DECISION
               ' ' PL-WAIVED-SUITE-NAME.
           DISPLAY '    TEST ' PL-WAIVED-TEST-NAME.
           DISPLAY '    APPROVED BY ' PL-WAIVER-APPROVER
               ' UNTIL ' PL-WAIVER-EXPIRY.

       REPORT-NIGHTLY-DECISION.
           DISPLAY '  ' PL-DATE ' ' PL-DECISION
               ' RUN ' PL-TESTS-RUN
               ' PASS ' PL-PASSES
               ' FAIL ' PL-FAILURES
               ' RC ' PL-RETURN-CODE
               ' BASELINE ' PL-BASELINE-DATE.
           DISPLAY '    BUILD ' PL-BUILD-ID
               ' LINKED ' PL-LINK-DATE
               ' CHANGE ' PL-CHANGE-REF.

           IF PL-WAIVED-FAILURES > ZERO
               DISPLAY '    (' PL-WAIVED-FAILURES
                   ' OF THE FAILURES WERE WAIVED)'
           END-IF.

           IF PL-RETURN-CODE = 9999
               DISPLAY '    (NO USABLE SUMMARY WAS ON FILE WHEN'
               END-IF
           END-IF.

      *    Totals for the decision's date, restricted to the nightly
      *    suites, pulled straight off the history index.
       SUM-HISTORY-FOR-DATE.
