       IDENTIFICATION DIVISION.
       PROGRAM-ID. POWER.
      *    Mutant POWRZERO for the MATHMUTN job: a zero exponent
      *    hands the base back instead of one; every other whole
      *    exponent is raised correctly. Link-edited on its own into
      *    MATHS.MUTANT.POWRZERO, which the mutation steps put ahead
      *    of MATHS.LOADLIB. Never link it anywhere else.
       DATA DIVISION.
       LINKAGE SECTION.
           01  POWER-BASE        PIC S9(4)V9(3).
           01  POWER-EXPONENT    PIC S9(4)V9(3).
           01  POWER-RESULT      PIC S9(4)V9(3).
       PROCEDURE DIVISION USING POWER-BASE, POWER-EXPONENT,
                                POWER-RESULT.
       MAIN-PROCEDURE.
           IF POWER-EXPONENT = ZERO
               MOVE POWER-BASE TO POWER-RESULT
           ELSE
               COMPUTE POWER-RESULT ROUNDED =
                   POWER-BASE ** POWER-EXPONENT
                   ON SIZE ERROR MOVE ZERO TO POWER-RESULT
               END-COMPUTE
           END-IF.

           GOBACK.

       END PROGRAM POWER.
