      *    uses the same list to cross-check a promotion. Add a FILLER
      *    line here and bump ES-SUITE-COUNT when a new suite joins
      *    the nightly, same as the function registry.
           01  ES-SUITE-COUNT     PIC 9(2)  VALUE 10.
           01  EXPECTED-SUITE-TABLE.
               05  FILLER PIC X(30) VALUE 'CEILING-TEST'.
               05  FILLER PIC X(30) VALUE 'SQRT-TEST'.
               05  FILLER PIC X(30) VALUE 'POWER-TEST'.
               05  FILLER PIC X(30) VALUE 'CROSS-FUNC-TEST'.
               05  FILLER PIC X(30) VALUE 'DATA-DRIVEN-TEST'.
               05  FILLER PIC X(30) VALUE 'ORACLE-TEST'.
           01  EXPECTED-SUITE-TABLE-R REDEFINES
                                       EXPECTED-SUITE-TABLE.
               05  EXPECTED-SUITE-ENTRY OCCURS 10 TIMES.
                   10  EXP-SUITE-NAME    PIC X(30).
