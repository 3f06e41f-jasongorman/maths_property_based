           01  APPLY-TESTS-RUN      PIC 9(9).
           01  APPLY-PASSES         PIC 9(9).
           01  APPLY-FAILURES       PIC 9(9).
      *    Each master's MATHCTRL record is advanced by what this
      *    fold appended, hashed by CONTROL-TOTALS off the staging
      *    file itself.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
      *    moment - the suites themselves never share a dataset while
      *    they run. Collect each suite exactly once per night: the
      *    history apply accumulates into the day's record, so a
      *    second collection would double the suite's counts. The
      *    extract, trial and timing folds also advance tonight's
      *    MATHCTRL control records, which the reporting steps check
      *    the masters against.
       MAIN-PROCEDURE.
           MOVE SPACES TO SUITE-LABEL.
           IF ADDRESS OF PARM-FIELD NOT = NULL
                   UNTIL SUIT-EXTRACT-EOF
               CLOSE EXTRACT-FILE
               CLOSE SUIT-EXTRACT-FILE
               MOVE 'MATHXTRC' TO CQ-FILE-NAME
               PERFORM ADD-COLLECTED-CONTROL
           END-IF.

       READ-NEXT-SUIT-EXTRACT.
                   UNTIL SUIT-TIMING-EOF
               CLOSE TIMING-FILE
               CLOSE SUIT-TIMING-FILE
               MOVE 'MATHTIME' TO CQ-FILE-NAME
               PERFORM ADD-COLLECTED-CONTROL
           END-IF.

       READ-NEXT-SUIT-TIMING.
                   UNTIL SUIT-TRIAL-EOF
               CLOSE TRIAL-FILE
               CLOSE SUIT-TRIAL-FILE
               MOVE 'MATHTRLS' TO CQ-FILE-NAME
               PERFORM ADD-COLLECTED-CONTROL
           END-IF.

       READ-NEXT-SUIT-TRIAL.
           ADD 1 TO TRIAL-COPY-COUNT.
           PERFORM READ-NEXT-SUIT-TRIAL.

       ADD-COLLECTED-CONTROL.
           SET CQ-ADD-MODE TO TRUE.
           MOVE TODAYS-DATE TO CQ-CONTROL-DATE.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           DISPLAY '  ' CQ-FILE-NAME ' CONTROL NOW ROWS '
               CQ-EXPECTED-COUNT.

       SCAN-MASTER-REPRO-RECORD.
           READ REPRO-FILE
               AT END
