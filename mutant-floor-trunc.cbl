       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOOR.
      *    Mutant FLORTRNC for the MATHMUTN job: truncates toward
      *    zero, so every negative input with a fraction comes back
      *    one too high. Link-edited on its own into
      *    MATHS.MUTANT.FLORTRNC, which the mutation steps put ahead
      *    of MATHS.LOADLIB. Never link it anywhere else.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  WHOLE-PART        PIC S9(4).
       LINKAGE SECTION.
           01  FLOOR-INPUT       PIC S9(4)V9(3).
           01  FLOOR-RESULT      PIC S9(4)V9(3).
       PROCEDURE DIVISION USING FLOOR-INPUT, FLOOR-RESULT.
       MAIN-PROCEDURE.
           MOVE FLOOR-INPUT TO WHOLE-PART.
           MOVE WHOLE-PART TO FLOOR-RESULT.

           GOBACK.

       END PROGRAM FLOOR.
