      *    What each suite does against the real MATHS.LOADLIB, with
      *    no mutant in front of it, written to MATHMUTC by the
      *    MATHMUTN job's control steps before any mutant runs: one
      *    totals row per suite, then one row per assertion that
      *    already fails on the real routines. MUTATION-TALLY judges
      *    a mutant KILLED only on failures beyond these, so a known
      *    (or waived) failure on the promoted build cannot kill
      *    every mutant the suite sees.
           01  MUTATION-CONTROL-RECORD.
               05  CN-DATE           PIC X(10).
               05  CN-SUITE-NAME     PIC X(30).
               05  CN-ROW-TYPE       PIC X(01).
                   88  CN-SUITE-TOTALS   VALUE 'T'.
                   88  CN-FAILED-TEST    VALUE 'F'.
               05  CN-TESTS-RUN      PIC 9(9).
               05  CN-FAILURES       PIC 9(9).
               05  CN-TEST-NAME      PIC X(30).
