       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOD.
      *    Mutant MODSIGN for the MATHMUTN job: takes the remainder
      *    of a truncating divide, so a negative dividend gets a
      *    negative result where the library answers in 0 thru the
      *    divisor. Link-edited on its own into MATHS.MUTANT.MODSIGN,
      *    which the mutation steps put ahead of MATHS.LOADLIB. Never
      *    link it anywhere else.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  WHOLE-QUOTIENT    PIC S9(7).
       LINKAGE SECTION.
           01  MOD-DIVIDEND      PIC S9(4)V9(3).
           01  MOD-DIVISOR       PIC S9(4)V9(3).
           01  MOD-RESULT        PIC S9(4)V9(3).
       PROCEDURE DIVISION USING MOD-DIVIDEND, MOD-DIVISOR,
                                MOD-RESULT.
       MAIN-PROCEDURE.
           IF MOD-DIVISOR = ZERO
               MOVE ZERO TO MOD-RESULT
           ELSE
               COMPUTE WHOLE-QUOTIENT = MOD-DIVIDEND / MOD-DIVISOR
               COMPUTE MOD-RESULT =
                   MOD-DIVIDEND - (MOD-DIVISOR * WHOLE-QUOTIENT)
           END-IF.

           GOBACK.

       END PROGRAM MOD.
