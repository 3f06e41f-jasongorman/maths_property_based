       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUND.
      *    Mutant RONDHDWN for the MATHMUTN job: an exact half rounds
      *    down instead of up, every other input rounds correctly.
      *    Link-edited on its own into MATHS.MUTANT.RONDHDWN, which
      *    the mutation steps put ahead of MATHS.LOADLIB. Never link
      *    it anywhere else.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  SHIFTED-INPUT     PIC S9(4)V9(3).
           01  WHOLE-PART        PIC S9(4).
       LINKAGE SECTION.
           01  ROUND-INPUT       PIC S9(4)V9(3).
           01  ROUND-RESULT      PIC S9(4)V9(3).
       PROCEDURE DIVISION USING ROUND-INPUT, ROUND-RESULT.
      *    The ceiling of (x - 0.5): the right answer everywhere
      *    except on the .500 boundary itself.
       MAIN-PROCEDURE.
           COMPUTE SHIFTED-INPUT = ROUND-INPUT - 0.5.
           MOVE SHIFTED-INPUT TO WHOLE-PART.
           MOVE WHOLE-PART TO ROUND-RESULT.
           IF SHIFTED-INPUT > ROUND-RESULT
               ADD 1 TO ROUND-RESULT
           END-IF.

           GOBACK.

       END PROGRAM ROUND.
