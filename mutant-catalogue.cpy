      *    Every deliberately wrong routine the MATHMUTN job runs the
      *    suites against: the mutant's id (also the last qualifier
      *    of the MATHS.MUTANT load library it is link-edited into,
      *    alone), the library function it stands in for, and what
      *    it gets wrong. MUTATION-TALLY stamps results with the
      *    function from here and MUTATION-REPORT lists every entry,
      *    so a mutant whose steps never ran still shows. Add a
      *    FILLER line here, bump MC-MUTANT-COUNT, and add the
      *    mutant's steps to the MATHMUTN job when a new one is
      *    written.
           01  MC-MUTANT-COUNT    PIC 9(2)  VALUE 7.
           01  MUTANT-CATALOGUE-TABLE.
               05  FILLER PIC X(60) VALUE
                   'CEILFLR CEIL      CEIL RETURNS THE FLOOR'.
               05  FILLER PIC X(60) VALUE
                   'FLORTRNCFLOOR     FLOOR TRUNCATES TOWARD ZERO'.
               05  FILLER PIC X(60) VALUE
                   'RONDHDWNROUND     ROUND ROUNDS HALF DOWN'.
               05  FILLER PIC X(60) VALUE
                   'ABSFRAC ABS       ABS PASSES NEGATIVE FRACTIONS'.
               05  FILLER PIC X(60) VALUE
                   'MODSIGN MOD       MOD KEEPS THE DIVIDEND SIGN'.
               05  FILLER PIC X(60) VALUE
                   'SQRTOFF SQRT      SQRT IS OFF BY 0.01'.
               05  FILLER PIC X(60) VALUE
                   'POWRZEROPOWER     POWER(X,0) RETURNS X'.
           01  MUTANT-CATALOGUE-TABLE-R REDEFINES
                                         MUTANT-CATALOGUE-TABLE.
               05  MUTANT-CATALOGUE-ENTRY OCCURS 7 TIMES.
                   10  MC-MUTANT-ID        PIC X(08).
                   10  MC-FUNCTION-NAME    PIC X(10).
                   10  MC-DESCRIPTION      PIC X(42).
