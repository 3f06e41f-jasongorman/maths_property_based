       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUTATION-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUTATION-FILE ASSIGN TO 'MATHMUTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MUTATION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MUTATION-FILE.
           COPY 'mutation-result.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'mutant-catalogue.cpy'.
           COPY 'maths-function-registry.cpy'.
           01  MUTATION-FILE-STATUS PIC X(02).
               88  MUTATION-FILE-NOT-FOUND VALUE '35'.
               88  MUTATION-FILE-EOF       VALUE '10'.
           01  TODAYS-DATE       PIC X(10).
      *    Per catalogue entry: how many suite runs killed it, how
      *    many it survived, and how many never reported. Indexed
      *    the same as MUTANT-CATALOGUE-ENTRY.
           01  MUTANT-TALLY-TABLE.
               05  MUTANT-TALLY-ENTRY OCCURS 7 TIMES.
                   10  MT-KILL-COUNT     PIC 9(3).
                   10  MT-SURVIVE-COUNT  PIC 9(3).
                   10  MT-NOT-RUN-COUNT  PIC 9(3).
                   10  MT-VERDICT        PIC X(08).
           01  CATALOGUE-IDX     PIC 9(2).
           01  CATALOGUE-FOUND-IDX PIC 9(2).
           01  UNCATALOGUED-COUNT PIC 9(5)  VALUE ZERO.
      *    Per registry function, folded from the mutant verdicts.
           01  FUNCTION-TALLY-TABLE.
               05  FUNCTION-TALLY-ENTRY OCCURS 7 TIMES.
                   10  FT-MUTANT-COUNT   PIC 9(3).
                   10  FT-KILLED-COUNT   PIC 9(3).
                   10  FT-SURVIVED-COUNT PIC 9(3).
                   10  FT-NOT-RUN-COUNT  PIC 9(3).
           01  REGISTRY-IDX      PIC 9(2).
           01  KILL-PCT          PIC 999V99.
           01  TOTAL-KILLED      PIC 9(3)  VALUE ZERO.
           01  TOTAL-SURVIVED    PIC 9(3)  VALUE ZERO.
           01  TOTAL-NOT-RUN     PIC 9(3)  VALUE ZERO.
       PROCEDURE DIVISION.
      *    Closes the MATHMUTN job: reads every MATHMUTR record the
      *    tally steps appended and prints the kill/survive verdict
      *    per mutant - with the suite and assertion that caught it
      *    - and per function. A mutant survives only when every
      *    suite it was run through passed clean; one killing suite
      *    is enough. RC 4 when any mutant survived or never ran,
      *    since either means a real bug of that shape could reach
      *    the PROMOTE gate unnoticed.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           INITIALIZE MUTANT-TALLY-TABLE.
           INITIALIZE FUNCTION-TALLY-TABLE.

           DISPLAY 'MUTATION TEST REPORT FOR ' TODAYS-DATE.
           DISPLAY ' '.
           DISPLAY 'RESULTS BY MUTANT AND SUITE'.

           OPEN INPUT MUTATION-FILE.
           IF MUTATION-FILE-NOT-FOUND
               DISPLAY '  MATHMUTR NOT FOUND - NO MUTANT WAS RUN'
           ELSE
               PERFORM READ-NEXT-RESULT
               PERFORM TALLY-MUTATION-RESULT
                   UNTIL MUTATION-FILE-EOF
               CLOSE MUTATION-FILE
           END-IF.

           IF UNCATALOGUED-COUNT > ZERO
               DISPLAY '  ' UNCATALOGUED-COUNT
                   ' RESULT(S) FOR MUTANTS NOT IN THE CATALOGUE'
                   ' IGNORED'
           END-IF.

           DISPLAY ' '.
           DISPLAY 'VERDICT BY MUTANT'.
           PERFORM JUDGE-MUTANT
               VARYING CATALOGUE-IDX FROM 1 BY 1
               UNTIL CATALOGUE-IDX > MC-MUTANT-COUNT.

           DISPLAY ' '.
           DISPLAY 'VERDICT BY FUNCTION'.
           PERFORM REPORT-FUNCTION
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.

           DISPLAY ' '.
           DISPLAY 'MUTANTS KILLED   : ' TOTAL-KILLED.
           DISPLAY 'MUTANTS SURVIVED : ' TOTAL-SURVIVED.
           DISPLAY 'MUTANTS NOT RUN  : ' TOTAL-NOT-RUN.

           IF TOTAL-SURVIVED > ZERO OR TOTAL-NOT-RUN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-NEXT-RESULT.
           READ MUTATION-FILE
               AT END SET MUTATION-FILE-EOF TO TRUE
           END-READ.

       TALLY-MUTATION-RESULT.
           MOVE ZERO TO CATALOGUE-FOUND-IDX.
           PERFORM LOOKUP-CATALOGUE-ENTRY
               VARYING CATALOGUE-IDX FROM 1 BY 1
               UNTIL CATALOGUE-IDX > MC-MUTANT-COUNT.

           IF CATALOGUE-FOUND-IDX = ZERO
               ADD 1 TO UNCATALOGUED-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN MR-KILLED
                       ADD 1 TO MT-KILL-COUNT (CATALOGUE-FOUND-IDX)
                       DISPLAY '  ' MR-MUTANT-ID ' '
                           MR-SUITE-NAME ' KILLED BY '
                           FUNCTION TRIM(MR-KILLING-TEST)
                           ' (' MR-FAILURES ' FAILURE(S))'
                   WHEN MR-SURVIVED
                       ADD 1 TO MT-SURVIVE-COUNT (CATALOGUE-FOUND-IDX)
                       DISPLAY '  ' MR-MUTANT-ID ' '
                           MR-SUITE-NAME ' SURVIVED '
                           MR-TESTS-RUN ' ASSERTION(S)'
                   WHEN OTHER
                       ADD 1 TO MT-NOT-RUN-COUNT (CATALOGUE-FOUND-IDX)
                       DISPLAY '  ' MR-MUTANT-ID ' '
                           MR-SUITE-NAME ' SUITE STEP NEVER REPORTED'
               END-EVALUATE
           END-IF.

           PERFORM READ-NEXT-RESULT.

       LOOKUP-CATALOGUE-ENTRY.
           IF MC-MUTANT-ID (CATALOGUE-IDX) = MR-MUTANT-ID
               MOVE CATALOGUE-IDX TO CATALOGUE-FOUND-IDX
           END-IF.

      *    One killing suite is enough; a mutant with no kill and at
      *    least one clean suite survived; nothing at all is NOT RUN.
       JUDGE-MUTANT.
           EVALUATE TRUE
               WHEN MT-KILL-COUNT (CATALOGUE-IDX) > ZERO
                   MOVE 'KILLED  ' TO MT-VERDICT (CATALOGUE-IDX)
                   ADD 1 TO TOTAL-KILLED
               WHEN MT-SURVIVE-COUNT (CATALOGUE-IDX) > ZERO
                   MOVE 'SURVIVED' TO MT-VERDICT (CATALOGUE-IDX)
                   ADD 1 TO TOTAL-SURVIVED
               WHEN OTHER
                   MOVE 'NOT RUN ' TO MT-VERDICT (CATALOGUE-IDX)
                   ADD 1 TO TOTAL-NOT-RUN
           END-EVALUATE.

           DISPLAY '  ' MC-MUTANT-ID (CATALOGUE-IDX) ' '
               MT-VERDICT (CATALOGUE-IDX) ' '
               FUNCTION TRIM(MC-DESCRIPTION (CATALOGUE-IDX))
               ' - KILLED IN ' MT-KILL-COUNT (CATALOGUE-IDX)
               ', SURVIVED ' MT-SURVIVE-COUNT (CATALOGUE-IDX).

           PERFORM FOLD-INTO-FUNCTION
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.

       FOLD-INTO-FUNCTION.
           IF FR-FUNCTION-NAME (REGISTRY-IDX) =
               MC-FUNCTION-NAME (CATALOGUE-IDX)
               ADD 1 TO FT-MUTANT-COUNT (REGISTRY-IDX)
               EVALUATE MT-VERDICT (CATALOGUE-IDX)
                   WHEN 'KILLED  '
                       ADD 1 TO FT-KILLED-COUNT (REGISTRY-IDX)
                   WHEN 'SURVIVED'
                       ADD 1 TO FT-SURVIVED-COUNT (REGISTRY-IDX)
                   WHEN OTHER
                       ADD 1 TO FT-NOT-RUN-COUNT (REGISTRY-IDX)
               END-EVALUATE
           END-IF.

      *    A function with no catalogued mutant is listed too, so a
      *    gap in the catalogue is as visible as a survivor.
       REPORT-FUNCTION.
           IF FT-MUTANT-COUNT (REGISTRY-IDX) = ZERO
               DISPLAY '  ' FR-FUNCTION-NAME (REGISTRY-IDX)
                   ' NO MUTANT CATALOGUED'
           ELSE
               COMPUTE KILL-PCT ROUNDED =
                   (FT-KILLED-COUNT (REGISTRY-IDX) /
                       FT-MUTANT-COUNT (REGISTRY-IDX)) * 100
               DISPLAY '  ' FR-FUNCTION-NAME (REGISTRY-IDX)
                   ' MUTANTS ' FT-MUTANT-COUNT (REGISTRY-IDX)
                   ' KILLED ' FT-KILLED-COUNT (REGISTRY-IDX)
                   ' SURVIVED ' FT-SURVIVED-COUNT (REGISTRY-IDX)
                   ' NOT RUN ' FT-NOT-RUN-COUNT (REGISTRY-IDX)
                   ' KILL PCT ' KILL-PCT '%'
           END-IF.

       END PROGRAM MUTATION-REPORT.
