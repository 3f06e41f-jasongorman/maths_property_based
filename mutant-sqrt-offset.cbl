       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQRT.
      *    Mutant SQRTOFF for the MATHMUTN job: a correct root plus
      *    0.01 on every non-negative input; the negative-radicand
      *    status is still raised. Link-edited on its own into
      *    MATHS.MUTANT.SQRTOFF, which the mutation steps put ahead
      *    of MATHS.LOADLIB. Never link it anywhere else.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  MUTANT-OFFSET     PIC S9(4)V9(3)  VALUE 0.01.
       LINKAGE SECTION.
           01  SQRT-INPUT        PIC S9(4)V9(3).
           01  SQRT-RESULT       PIC S9(4)V9(3).
           01  SQRT-STATUS       PIC 9(02).
       PROCEDURE DIVISION USING SQRT-INPUT, SQRT-RESULT,
                                OPTIONAL SQRT-STATUS.
       MAIN-PROCEDURE.
           IF SQRT-INPUT < ZERO
               MOVE ZERO TO SQRT-RESULT
               IF ADDRESS OF SQRT-STATUS NOT = NULL
                   MOVE 1 TO SQRT-STATUS
               END-IF
           ELSE
               COMPUTE SQRT-RESULT ROUNDED =
                   FUNCTION SQRT(SQRT-INPUT) + MUTANT-OFFSET
               IF ADDRESS OF SQRT-STATUS NOT = NULL
                   MOVE ZERO TO SQRT-STATUS
               END-IF
           END-IF.

           GOBACK.

       END PROGRAM SQRT.
