       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEIL.
      *    Mutant CEILFLR for the MATHMUTN job: answers the floor of
      *    its input where the ceiling is due. Link-edited on its own
      *    into MATHS.MUTANT.CEILFLR, which the mutation steps put
      *    ahead of MATHS.LOADLIB, so every other routine still
      *    resolves to the real library. Never link it anywhere else.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  WHOLE-PART        PIC S9(4).
       LINKAGE SECTION.
           01  CEIL-INPUT        PIC S9(4)V9(3).
           01  CEIL-RESULT       PIC S9(4)V9(3).
       PROCEDURE DIVISION USING CEIL-INPUT, CEIL-RESULT.
       MAIN-PROCEDURE.
           MOVE CEIL-INPUT TO WHOLE-PART.
           MOVE WHOLE-PART TO CEIL-RESULT.
           IF CEIL-INPUT < CEIL-RESULT
               SUBTRACT 1 FROM CEIL-RESULT
           END-IF.

           GOBACK.

       END PROGRAM CEIL.
