       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUTATION-TALLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIAL-FILE ASSIGN TO 'MATHPART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIAL-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'MATHXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT MUTATION-FILE ASSIGN TO 'MATHMUTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MUTATION-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'MATHMUTC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTIAL-FILE.
           COPY 'partial-result.cpy'.
       FD  EXTRACT-FILE.
           COPY 'result-extract.cpy'.
       FD  MUTATION-FILE.
           COPY 'mutation-result.cpy'.
       FD  CONTROL-FILE.
           COPY 'mutation-control.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'mutant-catalogue.cpy'.
           01  PARTIAL-FILE-STATUS  PIC X(02).
               88  PARTIAL-FILE-NOT-FOUND  VALUE '35'.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND  VALUE '35'.
               88  EXTRACT-FILE-EOF        VALUE '10'.
           01  MUTATION-FILE-STATUS PIC X(02).
               88  MUTATION-FILE-NOT-FOUND VALUE '35'.
           01  CONTROL-FILE-STATUS  PIC X(02).
               88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
               88  CONTROL-FILE-EOF        VALUE '10'.
           01  TODAYS-DATE       PIC X(10).
           01  MUTANT-ID         PIC X(08)  VALUE SPACES.
           01  MUTANT-FUNCTION   PIC X(10)  VALUE SPACES.
           01  CATALOGUE-IDX     PIC 9(2).
      *    The suite the step just ran, from the PARM, so a record
      *    names it even when the step never reported.
           01  PARM-SUITE-NAME   PIC X(30)  VALUE SPACES.
      *    The suite step's partial, as RUN-SUITE left it: empty when
      *    the step abandoned before the suite reported.
           01  PARTIAL-READ-FLAG PIC X(01).
               88  PARTIAL-WAS-READ     VALUE 'Y'.
               88  PARTIAL-NOT-READ     VALUE 'N'.
           01  HELD-SUITE-NAME   PIC X(30)  VALUE SPACES.
           01  HELD-TESTS-RUN    PIC 9(9)  VALUE ZERO.
           01  HELD-FAILURES     PIC 9(9)  VALUE ZERO.
           01  FIRST-FAILED-TEST PIC X(30)  VALUE SPACES.
           01  FIRST-NEW-FAILURE PIC X(30)  VALUE SPACES.
      *    The suite's control run from MATHMUTC: its failure count
      *    and the names of the assertions that failed on the real
      *    routines. A suite with more control failures than the
      *    table holds is judged on the count alone.
           01  CONTROL-FOUND-FLAG PIC X(01)  VALUE 'N'.
               88  CONTROL-FOUND        VALUE 'Y'.
               88  CONTROL-NOT-FOUND    VALUE 'N'.
           01  CONTROL-FAILURES  PIC 9(9)  VALUE ZERO.
           01  CONTROL-NAME-COUNT PIC 9(3)  VALUE ZERO.
           01  CONTROL-NAME-TABLE.
               05  CONTROL-FAILED-NAME OCCURS 500 TIMES PIC X(30).
           01  CONTROL-NAME-IDX  PIC 9(3).
           01  CONTROL-OVERFLOW-FLAG PIC X(01)  VALUE 'N'.
               88  CONTROL-NAMES-OVERFLOWED VALUE 'Y'.
           01  NAME-MATCH-FLAG   PIC X(01).
               88  NAME-IN-CONTROL      VALUE 'Y'.
               88  NAME-NOT-IN-CONTROL  VALUE 'N'.
           01  CONTROL-ROWS-WRITTEN PIC 9(9)  VALUE ZERO.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(100).
       PROCEDURE DIVISION USING PARM-FIELD.
      *    Runs straight after each RUN-SUITE step of the MATHMUTN
      *    job, against the same scratch partial and extract that
      *    step just wrote. The PARM is 'mutant,suite'. With the
      *    mutant word CONTROL the step that just ran had no mutant
      *    in front of MATHS.LOADLIB: its totals and failed
      *    assertions go to MATHMUTC as the suite's control.
      *    Otherwise one MATHMUTR record judges the mutant named:
      *    KILLED when the suite failed more assertions than its
      *    control run did, or failed one the control passed;
      *    SURVIVED when it failed nothing the control did not; NOT
      *    RUN when the step never reported. The next suite step
      *    resets the scratch files, so this must run between them.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           IF PARM-LENGTH > ZERO
               UNSTRING PARM-VALUE (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO MUTANT-ID, PARM-SUITE-NAME
               END-UNSTRING
           END-IF.

           IF MUTANT-ID = 'CONTROL'
               PERFORM RECORD-CONTROL-RUN
               GOBACK
           END-IF.

           PERFORM LOOKUP-MUTANT-FUNCTION
               VARYING CATALOGUE-IDX FROM 1 BY 1
               UNTIL CATALOGUE-IDX > MC-MUTANT-COUNT.

           IF MUTANT-FUNCTION = SPACES
               DISPLAY 'MUTATION-TALLY: MUTANT ' MUTANT-ID
                   ' IS NOT IN THE CATALOGUE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-SUITE-PARTIAL.

           IF PARM-SUITE-NAME = SPACES
               MOVE HELD-SUITE-NAME TO PARM-SUITE-NAME
           END-IF.

           IF PARTIAL-WAS-READ
               PERFORM LOAD-SUITE-CONTROL
           END-IF.

           IF PARTIAL-WAS-READ AND HELD-FAILURES > ZERO
               PERFORM FIND-FIRST-FAILURE
           END-IF.

           PERFORM WRITE-MUTATION-RESULT.

           GOBACK.

       LOOKUP-MUTANT-FUNCTION.
           IF MC-MUTANT-ID (CATALOGUE-IDX) = MUTANT-ID
               MOVE MC-FUNCTION-NAME (CATALOGUE-IDX)
                   TO MUTANT-FUNCTION
           END-IF.

       READ-SUITE-PARTIAL.
           SET PARTIAL-NOT-READ TO TRUE.

           OPEN INPUT PARTIAL-FILE.
           IF NOT PARTIAL-FILE-NOT-FOUND
               READ PARTIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET PARTIAL-WAS-READ TO TRUE
                       MOVE PART-SUITE-NAME TO HELD-SUITE-NAME
                       MOVE PART-TESTS-RUN TO HELD-TESTS-RUN
                       MOVE PART-FAILURES TO HELD-FAILURES
               END-READ
               CLOSE PARTIAL-FILE
           END-IF.

      *    The control step's own record: a totals row for the suite
      *    and a row per failed assertion. A control step that never
      *    reported writes nothing and ends RC 8; that suite's
      *    mutants are then judged as if the real routines passed
      *    clean.
       RECORD-CONTROL-RUN.
           PERFORM READ-SUITE-PARTIAL.

           IF PARM-SUITE-NAME = SPACES
               MOVE HELD-SUITE-NAME TO PARM-SUITE-NAME
           END-IF.

           IF PARTIAL-NOT-READ
               DISPLAY 'MUTATION-TALLY: CONTROL RUN OF '
                   FUNCTION TRIM(PARM-SUITE-NAME)
                   ' NEVER REPORTED - ITS MUTANTS HAVE NO CONTROL'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND CONTROL-FILE
               IF CONTROL-FILE-NOT-FOUND
                   OPEN OUTPUT CONTROL-FILE
               END-IF

               MOVE SPACES TO MUTATION-CONTROL-RECORD
               MOVE TODAYS-DATE TO CN-DATE
               MOVE PARM-SUITE-NAME TO CN-SUITE-NAME
               SET CN-SUITE-TOTALS TO TRUE
               MOVE HELD-TESTS-RUN TO CN-TESTS-RUN
               MOVE HELD-FAILURES TO CN-FAILURES
               WRITE MUTATION-CONTROL-RECORD

               IF HELD-FAILURES > ZERO
                   OPEN INPUT EXTRACT-FILE
                   IF NOT EXTRACT-FILE-NOT-FOUND
                       PERFORM READ-NEXT-EXTRACT
                       PERFORM WRITE-CONTROL-FAILURE
                           UNTIL EXTRACT-FILE-EOF
                       CLOSE EXTRACT-FILE
                   END-IF
               END-IF

               CLOSE CONTROL-FILE

               DISPLAY 'MUTATION-TALLY: CONTROL '
                   FUNCTION TRIM(PARM-SUITE-NAME)
                   ' RUN ' HELD-TESTS-RUN ' FAIL ' HELD-FAILURES
           END-IF.

       WRITE-CONTROL-FAILURE.
           IF RX-FAILED
               MOVE SPACES TO MUTATION-CONTROL-RECORD
               MOVE TODAYS-DATE TO CN-DATE
               MOVE PARM-SUITE-NAME TO CN-SUITE-NAME
               SET CN-FAILED-TEST TO TRUE
               MOVE ZERO TO CN-TESTS-RUN
               MOVE ZERO TO CN-FAILURES
               MOVE RX-TEST-NAME TO CN-TEST-NAME
               WRITE MUTATION-CONTROL-RECORD
               ADD 1 TO CONTROL-ROWS-WRITTEN
           END-IF.
           PERFORM READ-NEXT-EXTRACT.

      *    The suite's latest control rows on MATHMUTC; the job
      *    empties the file first, so these are this run's.
       LOAD-SUITE-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-NOT-FOUND
               PERFORM READ-NEXT-CONTROL
               PERFORM NOTE-CONTROL-ROW UNTIL CONTROL-FILE-EOF
               CLOSE CONTROL-FILE
           END-IF.

           IF CONTROL-NOT-FOUND
               DISPLAY 'MUTATION-TALLY: NO CONTROL RUN FOR '
                   FUNCTION TRIM(PARM-SUITE-NAME)
                   ' - JUDGED AS IF THE REAL ROUTINES PASSED CLEAN'
           END-IF.

       READ-NEXT-CONTROL.
           READ CONTROL-FILE
               AT END SET CONTROL-FILE-EOF TO TRUE
           END-READ.

       NOTE-CONTROL-ROW.
           IF CN-SUITE-NAME = PARM-SUITE-NAME
               EVALUATE TRUE
                   WHEN CN-SUITE-TOTALS
                       SET CONTROL-FOUND TO TRUE
                       MOVE CN-FAILURES TO CONTROL-FAILURES
                       MOVE ZERO TO CONTROL-NAME-COUNT
                       MOVE 'N' TO CONTROL-OVERFLOW-FLAG
                   WHEN CN-FAILED-TEST
                       IF CONTROL-NAME-COUNT < 500
                           ADD 1 TO CONTROL-NAME-COUNT
                           MOVE CN-TEST-NAME TO
                               CONTROL-FAILED-NAME (CONTROL-NAME-COUNT)
                       ELSE
                           SET CONTROL-NAMES-OVERFLOWED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-CONTROL.

      *    The first failing row in extract order is kept, and so is
      *    the first failing row the control run did not also fail:
      *    that is the assertion that caught the mutant first.
       FIND-FIRST-FAILURE.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-NOT-FOUND
               PERFORM READ-NEXT-EXTRACT
               PERFORM CHECK-EXTRACT-ROW
                   UNTIL EXTRACT-FILE-EOF
                       OR FIRST-NEW-FAILURE NOT = SPACES
               CLOSE EXTRACT-FILE
           END-IF.

       READ-NEXT-EXTRACT.
           READ EXTRACT-FILE
               AT END SET EXTRACT-FILE-EOF TO TRUE
           END-READ.

       CHECK-EXTRACT-ROW.
           IF RX-FAILED
               IF FIRST-FAILED-TEST = SPACES
                   MOVE RX-TEST-NAME TO FIRST-FAILED-TEST
               END-IF
               PERFORM MATCH-CONTROL-NAME
               IF NAME-NOT-IN-CONTROL
                   AND NOT CONTROL-NAMES-OVERFLOWED
                   MOVE RX-TEST-NAME TO FIRST-NEW-FAILURE
               END-IF
           END-IF.
           IF FIRST-NEW-FAILURE = SPACES
               PERFORM READ-NEXT-EXTRACT
           END-IF.

       MATCH-CONTROL-NAME.
           SET NAME-NOT-IN-CONTROL TO TRUE.
           PERFORM LOOKUP-CONTROL-NAME
               VARYING CONTROL-NAME-IDX FROM 1 BY 1
               UNTIL CONTROL-NAME-IDX > CONTROL-NAME-COUNT
                   OR NAME-IN-CONTROL.

       LOOKUP-CONTROL-NAME.
           IF CONTROL-FAILED-NAME (CONTROL-NAME-IDX) = RX-TEST-NAME
               SET NAME-IN-CONTROL TO TRUE
           END-IF.

       WRITE-MUTATION-RESULT.
           MOVE TODAYS-DATE TO MR-DATE.
           MOVE MUTANT-ID TO MR-MUTANT-ID.
           MOVE MUTANT-FUNCTION TO MR-FUNCTION-NAME.
           MOVE PARM-SUITE-NAME TO MR-SUITE-NAME.
           MOVE HELD-TESTS-RUN TO MR-TESTS-RUN.
           MOVE HELD-FAILURES TO MR-FAILURES.
           MOVE SPACES TO MR-KILLING-TEST.

           EVALUATE TRUE
               WHEN PARTIAL-NOT-READ
                   SET MR-NOT-RUN TO TRUE
               WHEN FIRST-NEW-FAILURE NOT = SPACES
                   SET MR-KILLED TO TRUE
                   MOVE FIRST-NEW-FAILURE TO MR-KILLING-TEST
               WHEN HELD-FAILURES > CONTROL-FAILURES
                   SET MR-KILLED TO TRUE
                   MOVE FIRST-FAILED-TEST TO MR-KILLING-TEST
               WHEN OTHER
                   SET MR-SURVIVED TO TRUE
           END-EVALUATE.

           OPEN EXTEND MUTATION-FILE.
           IF MUTATION-FILE-NOT-FOUND
               OPEN OUTPUT MUTATION-FILE
           END-IF.
           WRITE MUTATION-RESULT-RECORD.
           CLOSE MUTATION-FILE.

           DISPLAY 'MUTATION-TALLY: ' MUTANT-ID ' '
               FUNCTION TRIM(PARM-SUITE-NAME) ' ' MR-VERDICT
               ' RUN ' HELD-TESTS-RUN ' FAIL ' HELD-FAILURES
               ' CONTROL FAIL ' CONTROL-FAILURES.

       END PROGRAM MUTATION-TALLY.
