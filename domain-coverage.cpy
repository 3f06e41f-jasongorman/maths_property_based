      *    One row per suite in MATHTCOV, rewritten whole by
      *    TRIAL-COVERAGE on every run that found a trial log: the
      *    suite's trials for the report date, how many of its
      *    configured range bands they fell in, and the boundary
      *    classes the release certificate quotes. Readers take only
      *    the rows dated the night they want.
           01  DOMAIN-COVERAGE-RECORD.
               05  DC-DATE           PIC X(10).
               05  DC-SUITE-NAME     PIC X(30).
               05  DC-TRIAL-COUNT    PIC 9(9).
               05  DC-BAND-COUNT     PIC 9(3).
               05  DC-UNTOUCHED-BANDS PIC 9(3).
               05  DC-EXACT-INT      PIC 9(5).
               05  DC-HALF-FRACTION  PIC 9(5).
               05  DC-OUTSIDE        PIC 9(5).
