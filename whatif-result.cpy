      *    One record per suite appended to MATHWIFR by POLICY-WHATIF
      *    in the MATHWHIF policy dry run. WR-PASS-ENTRY 1 is the
      *    suite's run under the current MATHPLCY, entry 2 its run
      *    under the proposed file: the suite's totals, how much of
      *    their margins the passing assertions consumed, and the
      *    domain coverage TRIAL-COVERAGE found. The counts after
      *    the two entries compare the runs assertion by assertion.
      *    A suite whose step never reported under either policy
      *    reads NOT RUN; PARTIAL means the current run's extract
      *    overflowed the comparison table. WHATIF-REPORT prints the
      *    whole comparison from these rows.
           01  WHATIF-RESULT-RECORD.
               05  WR-DATE           PIC X(10).
               05  WR-SUITE-NAME     PIC X(30).
               05  WR-VERDICT        PIC X(08).
                   88  WR-UNCHANGED      VALUE 'SAME    '.
                   88  WR-CHANGED        VALUE 'CHANGED '.
                   88  WR-NOT-RUN        VALUE 'NOT RUN '.
                   88  WR-PARTIAL        VALUE 'PARTIAL '.
               05  WR-PASS-ENTRY OCCURS 2 TIMES.
                   10  WR-TESTS-RUN      PIC 9(9).
                   10  WR-FAILURES       PIC 9(9).
                   10  WR-NEAR-MISSES    PIC 9(5).
                   10  WR-MEAN-USED-PCT  PIC 9(3)V99.
                   10  WR-WORST-USED-PCT PIC 9(7)V99.
                   10  WR-TRIAL-COUNT    PIC 9(9).
                   10  WR-BAND-COUNT     PIC 9(3).
                   10  WR-UNTOUCHED-BANDS PIC 9(3).
                   10  WR-OUTSIDE        PIC 9(5).
               05  WR-NEWLY-FAILING  PIC 9(5).
               05  WR-NEWLY-PASSING  PIC 9(5).
               05  WR-MARGIN-SHIFTS  PIC 9(5).
               05  WR-CURRENT-ONLY   PIC 9(5).
               05  WR-PROPOSED-ONLY  PIC 9(5).
