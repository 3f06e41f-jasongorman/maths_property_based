      *    whether a *-TEST suite exists for it, and how many operands
      *    it takes. Add a FILLER line here when a new function or
      *    test suite is added, and bump FR-ENTRY-COUNT below to
      *    match. The consumer-application registry (MATHCONS) names
      *    its functions as spelt here; update it alongside.
           01  FR-ENTRY-COUNT     PIC 9(2)  VALUE 7.
           01  FUNCTION-REGISTRY-TABLE.
               05  FILLER PIC X(40) VALUE 'CEIL      Y1'.
