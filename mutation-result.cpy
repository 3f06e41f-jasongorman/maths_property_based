      *    One record per suite run against a mutant, appended to
      *    MATHMUTR by MUTATION-TALLY straight after the RUN-SUITE
      *    step: which mutant and function, which suite judged it,
      *    the suite's totals, and whether it caught the mutant - that
      *    is, failed beyond the suite's MATHMUTC control run. The
      *    first failing assertion the control run passed is kept as
      *    the one that killed it (the first failure of all when only
      *    the count went up). A suite step that never reported
      *    reads NOT RUN, still under the suite the PARM named.
           01  MUTATION-RESULT-RECORD.
               05  MR-DATE           PIC X(10).
               05  MR-MUTANT-ID      PIC X(08).
               05  MR-FUNCTION-NAME  PIC X(10).
               05  MR-SUITE-NAME     PIC X(30).
               05  MR-TESTS-RUN      PIC 9(9).
               05  MR-FAILURES       PIC 9(9).
               05  MR-VERDICT        PIC X(08).
                   88  MR-KILLED         VALUE 'KILLED  '.
                   88  MR-SURVIVED       VALUE 'SURVIVED'.
                   88  MR-NOT-RUN        VALUE 'NOT RUN '.
               05  MR-KILLING-TEST   PIC X(30).
