       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABS.
      *    Mutant ABSFRAC for the MATHMUTN job: tests the sign on the
      *    whole part only, so a negative input between -1 and 0
      *    comes back still negative. Link-edited on its own into
      *    MATHS.MUTANT.ABSFRAC, which the mutation steps put ahead
      *    of MATHS.LOADLIB. Never link it anywhere else.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  WHOLE-PART        PIC S9(4).
       LINKAGE SECTION.
           01  ABS-INPUT         PIC S9(4)V9(3).
           01  ABS-RESULT        PIC S9(4)V9(3).
       PROCEDURE DIVISION USING ABS-INPUT, ABS-RESULT.
       MAIN-PROCEDURE.
           MOVE ABS-INPUT TO WHOLE-PART.
           IF WHOLE-PART < ZERO
               COMPUTE ABS-RESULT = ZERO - ABS-INPUT
           ELSE
               MOVE ABS-INPUT TO ABS-RESULT
           END-IF.

           GOBACK.

       END PROGRAM ABS.
