       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETERMINISM-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The suite's two passes from its RUN-SUITE REPEAT step: the
      *    FRST* DDs hold the first pass as that step set it aside,
      *    the SCND* DDs the second pass as the suite left it in the
      *    staging files. Same layouts as MATHXTRC and MATHTRLS, read
      *    as images and moved into the working storage copies below.
           SELECT PARTIAL-FILE ASSIGN TO 'MATHPART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIAL-FILE-STATUS.
           SELECT FIRST-EXTRACT-FILE ASSIGN TO 'FRSTXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIRST-EXTRACT-STATUS.
           SELECT SECOND-EXTRACT-FILE ASSIGN TO 'SCNDXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECOND-EXTRACT-STATUS.
           SELECT FIRST-TRIAL-FILE ASSIGN TO 'FRSTTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIRST-TRIAL-STATUS.
           SELECT SECOND-TRIAL-FILE ASSIGN TO 'SCNDTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECOND-TRIAL-STATUS.
           SELECT DETERMINISM-FILE ASSIGN TO 'MATHDETR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DETERMINISM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTIAL-FILE.
           01  PARTIAL-IMAGE          PIC X(57).
       FD  FIRST-EXTRACT-FILE.
           01  FIRST-EXTRACT-IMAGE    PIC X(97).
       FD  SECOND-EXTRACT-FILE.
           01  SECOND-EXTRACT-IMAGE   PIC X(97).
       FD  FIRST-TRIAL-FILE.
           01  FIRST-TRIAL-IMAGE      PIC X(70).
       FD  SECOND-TRIAL-FILE.
           01  SECOND-TRIAL-IMAGE     PIC X(70).
       FD  DETERMINISM-FILE.
           COPY 'determinism-result.cpy'.
       WORKING-STORAGE SECTION.
           COPY 'partial-result.cpy'.
           COPY 'result-extract.cpy'.
           COPY 'trial-log.cpy'.
           COPY 'maths-function-registry.cpy'.
           01  PARTIAL-FILE-STATUS     PIC X(02).
               88  PARTIAL-FILE-NOT-FOUND     VALUE '35'.
           01  FIRST-EXTRACT-STATUS    PIC X(02).
               88  FIRST-EXTRACT-NOT-FOUND    VALUE '35'.
               88  FIRST-EXTRACT-EOF          VALUE '10'.
           01  SECOND-EXTRACT-STATUS   PIC X(02).
               88  SECOND-EXTRACT-NOT-FOUND   VALUE '35'.
               88  SECOND-EXTRACT-EOF         VALUE '10'.
           01  FIRST-TRIAL-STATUS      PIC X(02).
               88  FIRST-TRIAL-NOT-FOUND      VALUE '35'.
               88  FIRST-TRIAL-EOF            VALUE '10'.
           01  SECOND-TRIAL-STATUS     PIC X(02).
               88  SECOND-TRIAL-NOT-FOUND     VALUE '35'.
               88  SECOND-TRIAL-EOF           VALUE '10'.
           01  DETERMINISM-FILE-STATUS PIC X(02).
               88  DETERMINISM-FILE-NOT-FOUND VALUE '35'.
           01  TODAYS-DATE       PIC X(10).
           01  CHECK-SUITE-NAME  PIC X(30)  VALUE SPACES.
           01  SUITE-ROW-HOLD    PIC X(102).
           01  REPORTED-FLAG     PIC X(01)  VALUE 'N'.
               88  SUITE-REPORTED    VALUE 'Y'.
           01  FIRST-PASS-FLAG   PIC X(01)  VALUE 'N'.
               88  FIRST-PASS-KEPT   VALUE 'Y'.
      *    The first pass's assertions, in file order. Repeated test
      *    names are matched first-unconsumed-first, as POLICY-WHATIF
      *    does, so the several assertions a trial makes under one
      *    name line up pairwise across the passes.
           01  FIRST-COUNT       PIC 9(4)  VALUE ZERO.
           01  FIRST-TABLE.
               05  FIRST-ENTRY OCCURS 2000 TIMES.
                   10  FA-TEST-NAME   PIC X(30).
                   10  FA-ACTUAL      PIC S9(4)V9(8).
                   10  FA-PASS-FLAG   PIC X(01).
                   10  FA-CONSUMED-FLAG PIC X(01).
                       88  FA-CONSUMED      VALUE 'Y'.
                       88  FA-NOT-CONSUMED  VALUE 'N'.
           01  FIRST-IDX         PIC 9(4).
           01  FIRST-FOUND-IDX   PIC 9(4).
           01  FIRST-OVERFLOW    PIC 9(9)  VALUE ZERO.
      *    The first pass's trials, paired with the second pass's by
      *    trial index the same way.
           01  TRIAL-COUNT       PIC 9(4)  VALUE ZERO.
           01  TRIAL-TABLE.
               05  TRIAL-ENTRY OCCURS 2000 TIMES.
                   10  FT-TRIAL-IDX   PIC 9(5).
                   10  FT-SEED        PIC 9(9).
                   10  FT-INPUT       PIC S9(4)V9(3).
                   10  FT-INPUT-2     PIC S9(4)V9(3).
                   10  FT-CONSUMED-FLAG PIC X(01).
                       88  FT-CONSUMED      VALUE 'Y'.
                       88  FT-NOT-CONSUMED  VALUE 'N'.
           01  TRIAL-IDX         PIC 9(4).
           01  TRIAL-FOUND-IDX   PIC 9(4).
           01  TRIAL-OVERFLOW    PIC 9(9)  VALUE ZERO.
      *    Differences charged to each function in the registry, in
      *    registry order. A row is charged as CONSUMER-IMPACT
      *    charges a finding: to the function whose name starts the
      *    suite or test name, or ends the test name after a '-'.
           01  FUNCTION-DIFF-TABLE.
               05  FUNCTION-DIFF-ENTRY OCCURS 7 TIMES.
                   10  FD-ACTUAL-DIFFS   PIC 9(5).
                   10  FD-VERDICT-DIFFS  PIC 9(5).
                   10  FD-UNPAIRED-ROWS  PIC 9(5).
           01  REGISTRY-IDX      PIC 9(2).
           01  MATCH-FUNCTION-IDX PIC 9(2).
           01  MATCH-SUITE-NAME  PIC X(30).
           01  MATCH-TEST-NAME   PIC X(30).
           01  TEST-NAME-LENGTH  PIC 9(2).
           01  FUNCTION-NAME-LENGTH PIC 9(2).
           01  TAIL-START        PIC 9(2).
           01  FLAGGED-COUNT     PIC 9(2)  VALUE ZERO.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING PARM-FIELD.
      *    Runs in the MATHDETM determinism run straight after one
      *    suite's RUN-SUITE REPEAT step. Same seed, same config, same
      *    run unit: every maths routine is meant to be a pure
      *    function, so the two passes must agree on every actual and
      *    every verdict. Lists every extract row whose actual or
      *    verdict differs, every row only one pass made, and every
      *    trial drawn differently, then appends the suite's MATHDETR
      *    rows for EXCEPTION-DIGEST. The next suite's step resets
      *    the scratch files, so this must run between. RC 4 when
      *    the passes differ or either never reported.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           IF PARM-LENGTH > ZERO
               MOVE PARM-VALUE (1:PARM-LENGTH) TO CHECK-SUITE-NAME
           END-IF.

           IF CHECK-SUITE-NAME = SPACES
               DISPLAY 'DETERMINISM-CHECK: NO SUITE NAMED IN THE PARM'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE DETERMINISM-RESULT-RECORD.
           SET DT-SUITE-ROW TO TRUE.
           MOVE TODAYS-DATE TO DT-DATE.
           MOVE CHECK-SUITE-NAME TO DT-SUITE-NAME.
           INITIALIZE FUNCTION-DIFF-TABLE.

           DISPLAY 'DETERMINISM CHECK: '
               FUNCTION TRIM(CHECK-SUITE-NAME)
               ' FIRST PASS VS SECOND PASS'.

           PERFORM READ-SUITE-PARTIAL.

      *    RUN-SUITE writes the partial only once both passes are
      *    done, and FRSTXTRC only between them; a missing either
      *    means the step stopped short and its SYSOUT says why.
           IF NOT SUITE-REPORTED OR NOT FIRST-PASS-KEPT
               IF NOT SUITE-REPORTED
                   DISPLAY '  REPEAT STEP NEVER REPORTED'
               END-IF
               IF NOT FIRST-PASS-KEPT
                   DISPLAY '  NO FIRST PASS SET ASIDE ON FRSTXTRC'
               END-IF
               SET DT-NOT-RUN TO TRUE
               PERFORM WRITE-DETERMINISM-RESULT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-FIRST-EXTRACT.
           PERFORM COMPARE-SECOND-EXTRACT.
           PERFORM COUNT-FIRST-ONLY
               VARYING FIRST-IDX FROM 1 BY 1
               UNTIL FIRST-IDX > FIRST-COUNT.

           PERFORM LOAD-FIRST-TRIALS.
           PERFORM COMPARE-SECOND-TRIALS.
           PERFORM COUNT-FIRST-ONLY-TRIAL
               VARYING TRIAL-IDX FROM 1 BY 1
               UNTIL TRIAL-IDX > TRIAL-COUNT.

           PERFORM SET-SUITE-VERDICT.
           PERFORM PRINT-SUITE-SUMMARY.
           PERFORM WRITE-DETERMINISM-RESULT.

           MOVE DETERMINISM-RESULT-RECORD TO SUITE-ROW-HOLD.
           PERFORM WRITE-FUNCTION-ROW
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.
           MOVE SUITE-ROW-HOLD TO DETERMINISM-RESULT-RECORD.

           IF NOT DT-SAME
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-SUITE-PARTIAL.
           OPEN INPUT PARTIAL-FILE.
           IF NOT PARTIAL-FILE-NOT-FOUND
               READ PARTIAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARTIAL-IMAGE TO PARTIAL-RESULT-RECORD
                       IF PART-SUITE-NAME = CHECK-SUITE-NAME
                           SET SUITE-REPORTED TO TRUE
                       END-IF
               END-READ
               CLOSE PARTIAL-FILE
           END-IF.

           OPEN INPUT FIRST-EXTRACT-FILE.
           IF NOT FIRST-EXTRACT-NOT-FOUND
               SET FIRST-PASS-KEPT TO TRUE
               CLOSE FIRST-EXTRACT-FILE
           END-IF.

       LOAD-FIRST-EXTRACT.
           OPEN INPUT FIRST-EXTRACT-FILE.
           PERFORM READ-NEXT-FIRST.
           PERFORM LOAD-FIRST-RECORD UNTIL FIRST-EXTRACT-EOF.
           CLOSE FIRST-EXTRACT-FILE.

           IF FIRST-OVERFLOW > ZERO
               DISPLAY '  FIRST PASS TABLE FULL, '
                   FIRST-OVERFLOW ' ASSERTIONS NOT COMPARED'
           END-IF.

       READ-NEXT-FIRST.
           READ FIRST-EXTRACT-FILE
               AT END SET FIRST-EXTRACT-EOF TO TRUE
           END-READ.

       LOAD-FIRST-RECORD.
           MOVE FIRST-EXTRACT-IMAGE TO RESULT-EXTRACT-RECORD.

           IF FIRST-COUNT < 2000
               ADD 1 TO FIRST-COUNT
               MOVE RX-TEST-NAME TO FA-TEST-NAME (FIRST-COUNT)
               MOVE RX-ACTUAL TO FA-ACTUAL (FIRST-COUNT)
               MOVE RX-PASS-FLAG TO FA-PASS-FLAG (FIRST-COUNT)
               SET FA-NOT-CONSUMED (FIRST-COUNT) TO TRUE
           ELSE
               ADD 1 TO FIRST-OVERFLOW
           END-IF.

           PERFORM READ-NEXT-FIRST.

       COMPARE-SECOND-EXTRACT.
           OPEN INPUT SECOND-EXTRACT-FILE.
           IF NOT SECOND-EXTRACT-NOT-FOUND
               PERFORM READ-NEXT-SECOND
               PERFORM COMPARE-SECOND-ROW
                   UNTIL SECOND-EXTRACT-EOF
               CLOSE SECOND-EXTRACT-FILE
           END-IF.

       READ-NEXT-SECOND.
           READ SECOND-EXTRACT-FILE
               AT END SET SECOND-EXTRACT-EOF TO TRUE
           END-READ.

      *    Past a full table the second pass's rows have nothing to
      *    pair with, so they are not counted as unpaired either.
       COMPARE-SECOND-ROW.
           MOVE SECOND-EXTRACT-IMAGE TO RESULT-EXTRACT-RECORD.
           ADD 1 TO DT-ROWS-COMPARED.

           MOVE ZERO TO FIRST-FOUND-IDX.
           PERFORM FIND-FIRST-ENTRY
               VARYING FIRST-IDX FROM 1 BY 1
               UNTIL FIRST-IDX > FIRST-COUNT
                   OR FIRST-FOUND-IDX > ZERO.

           MOVE CHECK-SUITE-NAME TO MATCH-SUITE-NAME.
           MOVE RX-TEST-NAME TO MATCH-TEST-NAME.

           IF FIRST-FOUND-IDX > ZERO
               SET FA-CONSUMED (FIRST-FOUND-IDX) TO TRUE
               PERFORM COMPARE-PAIRED-ASSERTION
           ELSE
               IF FIRST-OVERFLOW = ZERO
                   ADD 1 TO DT-UNPAIRED-ROWS
                   DISPLAY '  SECOND PASS ONLY: '
                       FUNCTION TRIM(RX-TEST-NAME)
                       ' ACTUAL ' RX-ACTUAL
                       ' PASS-FLAG ' RX-PASS-FLAG
                   PERFORM FIND-ROW-FUNCTION
                   IF MATCH-FUNCTION-IDX > ZERO
                       ADD 1 TO FD-UNPAIRED-ROWS (MATCH-FUNCTION-IDX)
                   ELSE
                       ADD 1 TO DT-UNATTRIBUTED
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-NEXT-SECOND.

       FIND-FIRST-ENTRY.
           IF FA-NOT-CONSUMED (FIRST-IDX)
               AND FA-TEST-NAME (FIRST-IDX) = RX-TEST-NAME
               MOVE FIRST-IDX TO FIRST-FOUND-IDX
           END-IF.

      *    Every difference is listed, however many: each one is a
      *    call that gave a second answer to the same question.
       COMPARE-PAIRED-ASSERTION.
           IF FA-ACTUAL (FIRST-FOUND-IDX) NOT = RX-ACTUAL
               OR FA-PASS-FLAG (FIRST-FOUND-IDX) NOT = RX-PASS-FLAG
               PERFORM FIND-ROW-FUNCTION
               DISPLAY '  DIFFERS: ' FUNCTION TRIM(RX-TEST-NAME)
                   ' ACTUAL ' FA-ACTUAL (FIRST-FOUND-IDX)
                   ' -> ' RX-ACTUAL
                   ' PASS-FLAG ' FA-PASS-FLAG (FIRST-FOUND-IDX)
                   ' -> ' RX-PASS-FLAG
           END-IF.

           IF FA-ACTUAL (FIRST-FOUND-IDX) NOT = RX-ACTUAL
               ADD 1 TO DT-ACTUAL-DIFFS
               IF MATCH-FUNCTION-IDX > ZERO
                   ADD 1 TO FD-ACTUAL-DIFFS (MATCH-FUNCTION-IDX)
               END-IF
           END-IF.

           IF FA-PASS-FLAG (FIRST-FOUND-IDX) NOT = RX-PASS-FLAG
               ADD 1 TO DT-VERDICT-DIFFS
               IF MATCH-FUNCTION-IDX > ZERO
                   ADD 1 TO FD-VERDICT-DIFFS (MATCH-FUNCTION-IDX)
               END-IF
           END-IF.

           IF (FA-ACTUAL (FIRST-FOUND-IDX) NOT = RX-ACTUAL
               OR FA-PASS-FLAG (FIRST-FOUND-IDX) NOT = RX-PASS-FLAG)
               AND MATCH-FUNCTION-IDX = ZERO
               ADD 1 TO DT-UNATTRIBUTED
           END-IF.

       COUNT-FIRST-ONLY.
           IF FA-NOT-CONSUMED (FIRST-IDX)
               ADD 1 TO DT-UNPAIRED-ROWS
               DISPLAY '  FIRST PASS ONLY : '
                   FUNCTION TRIM(FA-TEST-NAME (FIRST-IDX))
                   ' ACTUAL ' FA-ACTUAL (FIRST-IDX)
                   ' PASS-FLAG ' FA-PASS-FLAG (FIRST-IDX)
               MOVE CHECK-SUITE-NAME TO MATCH-SUITE-NAME
               MOVE FA-TEST-NAME (FIRST-IDX) TO MATCH-TEST-NAME
               PERFORM FIND-ROW-FUNCTION
               IF MATCH-FUNCTION-IDX > ZERO
                   ADD 1 TO FD-UNPAIRED-ROWS (MATCH-FUNCTION-IDX)
               ELSE
                   ADD 1 TO DT-UNATTRIBUTED
               END-IF
           END-IF.

       LOAD-FIRST-TRIALS.
           OPEN INPUT FIRST-TRIAL-FILE.
           IF NOT FIRST-TRIAL-NOT-FOUND
               PERFORM READ-NEXT-FIRST-TRIAL
               PERFORM LOAD-FIRST-TRIAL UNTIL FIRST-TRIAL-EOF
               CLOSE FIRST-TRIAL-FILE
           END-IF.

           IF TRIAL-OVERFLOW > ZERO
               DISPLAY '  FIRST PASS TRIAL TABLE FULL, '
                   TRIAL-OVERFLOW ' TRIALS NOT COMPARED'
           END-IF.

       READ-NEXT-FIRST-TRIAL.
           READ FIRST-TRIAL-FILE
               AT END SET FIRST-TRIAL-EOF TO TRUE
           END-READ.

       LOAD-FIRST-TRIAL.
           MOVE FIRST-TRIAL-IMAGE TO TRIAL-LOG-RECORD.

           IF TRIAL-COUNT < 2000
               ADD 1 TO TRIAL-COUNT
               MOVE TL-TRIAL-IDX TO FT-TRIAL-IDX (TRIAL-COUNT)
               MOVE TL-SEED TO FT-SEED (TRIAL-COUNT)
               MOVE TL-INPUT TO FT-INPUT (TRIAL-COUNT)
               MOVE TL-INPUT-2 TO FT-INPUT-2 (TRIAL-COUNT)
               SET FT-NOT-CONSUMED (TRIAL-COUNT) TO TRUE
           ELSE
               ADD 1 TO TRIAL-OVERFLOW
           END-IF.

           PERFORM READ-NEXT-FIRST-TRIAL.

       COMPARE-SECOND-TRIALS.
           OPEN INPUT SECOND-TRIAL-FILE.
           IF NOT SECOND-TRIAL-NOT-FOUND
               PERFORM READ-NEXT-SECOND-TRIAL
               PERFORM COMPARE-SECOND-TRIAL
                   UNTIL SECOND-TRIAL-EOF
               CLOSE SECOND-TRIAL-FILE
           END-IF.

       READ-NEXT-SECOND-TRIAL.
           READ SECOND-TRIAL-FILE
               AT END SET SECOND-TRIAL-EOF TO TRUE
           END-READ.

      *    The draws come from RANDOM, not the maths routines, so a
      *    trial drawn differently says the suite itself did not
      *    start the second pass as it started the first. It is
      *    charged to the suite, not to any one function.
       COMPARE-SECOND-TRIAL.
           MOVE SECOND-TRIAL-IMAGE TO TRIAL-LOG-RECORD.
           ADD 1 TO DT-TRIALS-COMPARED.

           MOVE ZERO TO TRIAL-FOUND-IDX.
           PERFORM FIND-FIRST-TRIAL
               VARYING TRIAL-IDX FROM 1 BY 1
               UNTIL TRIAL-IDX > TRIAL-COUNT
                   OR TRIAL-FOUND-IDX > ZERO.

           IF TRIAL-FOUND-IDX > ZERO
               SET FT-CONSUMED (TRIAL-FOUND-IDX) TO TRUE
               IF FT-SEED (TRIAL-FOUND-IDX) NOT = TL-SEED
                   OR FT-INPUT (TRIAL-FOUND-IDX) NOT = TL-INPUT
                   OR FT-INPUT-2 (TRIAL-FOUND-IDX) NOT = TL-INPUT-2
                   DISPLAY '  TRIAL DIFFERS: ' TL-TRIAL-IDX
                       ' INPUT ' FT-INPUT (TRIAL-FOUND-IDX)
                       ' -> ' TL-INPUT
                       ' INPUT-2 ' FT-INPUT-2 (TRIAL-FOUND-IDX)
                       ' -> ' TL-INPUT-2
                   PERFORM CHARGE-TRIAL-DIFF
               END-IF
           ELSE
               IF TRIAL-OVERFLOW = ZERO
                   DISPLAY '  TRIAL IN SECOND PASS ONLY: '
                       TL-TRIAL-IDX ' INPUT ' TL-INPUT
                   PERFORM CHARGE-TRIAL-DIFF
               END-IF
           END-IF.

           PERFORM READ-NEXT-SECOND-TRIAL.

       FIND-FIRST-TRIAL.
           IF FT-NOT-CONSUMED (TRIAL-IDX)
               AND FT-TRIAL-IDX (TRIAL-IDX) = TL-TRIAL-IDX
               MOVE TRIAL-IDX TO TRIAL-FOUND-IDX
           END-IF.

       COUNT-FIRST-ONLY-TRIAL.
           IF FT-NOT-CONSUMED (TRIAL-IDX)
               DISPLAY '  TRIAL IN FIRST PASS ONLY : '
                   FT-TRIAL-IDX (TRIAL-IDX)
                   ' INPUT ' FT-INPUT (TRIAL-IDX)
               PERFORM CHARGE-TRIAL-DIFF
           END-IF.

       CHARGE-TRIAL-DIFF.
           ADD 1 TO DT-TRIAL-DIFFS.

       FIND-ROW-FUNCTION.
           MOVE ZERO TO MATCH-FUNCTION-IDX.
           COMPUTE TEST-NAME-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(MATCH-TEST-NAME TRAILING)).
           PERFORM MATCH-ROW-TO-REGISTRY
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT
                   OR MATCH-FUNCTION-IDX > ZERO.

       MATCH-ROW-TO-REGISTRY.
           COMPUTE FUNCTION-NAME-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(FR-FUNCTION-NAME (REGISTRY-IDX))).

           IF MATCH-SUITE-NAME (1:FUNCTION-NAME-LENGTH) =
               FR-FUNCTION-NAME (REGISTRY-IDX)
                   (1:FUNCTION-NAME-LENGTH)
               OR MATCH-TEST-NAME (1:FUNCTION-NAME-LENGTH) =
               FR-FUNCTION-NAME (REGISTRY-IDX)
                   (1:FUNCTION-NAME-LENGTH)
               MOVE REGISTRY-IDX TO MATCH-FUNCTION-IDX
           ELSE
               IF TEST-NAME-LENGTH > FUNCTION-NAME-LENGTH
                   COMPUTE TAIL-START =
                       TEST-NAME-LENGTH - FUNCTION-NAME-LENGTH + 1
                   IF MATCH-TEST-NAME (TAIL-START - 1:1) = '-'
                       AND MATCH-TEST-NAME
                           (TAIL-START:FUNCTION-NAME-LENGTH) =
                       FR-FUNCTION-NAME (REGISTRY-IDX)
                           (1:FUNCTION-NAME-LENGTH)
                       MOVE REGISTRY-IDX TO MATCH-FUNCTION-IDX
                   END-IF
               END-IF
           END-IF.

      *    SAME only when every row paired and agreed. A full table
      *    leaves the verdict PARTIAL unless a difference was already
      *    found in the part that was compared.
       SET-SUITE-VERDICT.
           SET DT-SAME TO TRUE.

           IF FIRST-OVERFLOW > ZERO OR TRIAL-OVERFLOW > ZERO
               SET DT-PARTIAL TO TRUE
           END-IF.

           IF DT-ACTUAL-DIFFS > ZERO
               OR DT-VERDICT-DIFFS > ZERO
               OR DT-UNPAIRED-ROWS > ZERO
               OR DT-TRIAL-DIFFS > ZERO
               SET DT-DIFFERS TO TRUE
           END-IF.

       PRINT-SUITE-SUMMARY.
           DISPLAY '  EXTRACT ROWS     : ' DT-ROWS-COMPARED
               '  ACTUAL DIFFS ' DT-ACTUAL-DIFFS
               '  VERDICT DIFFS ' DT-VERDICT-DIFFS
               '  ONE PASS ONLY ' DT-UNPAIRED-ROWS.
           DISPLAY '  TRIALS           : ' DT-TRIALS-COMPARED
               '  TRIAL DIFFS ' DT-TRIAL-DIFFS
               '  UNATTRIBUTED ' DT-UNATTRIBUTED.
           DISPLAY '  VERDICT          : ' DT-VERDICT.

      *    Written after the suite row, one per function with any
      *    difference charged to it; EXCEPTION-DIGEST blocks on each.
       WRITE-FUNCTION-ROW.
           IF FD-ACTUAL-DIFFS (REGISTRY-IDX) > ZERO
               OR FD-VERDICT-DIFFS (REGISTRY-IDX) > ZERO
               OR FD-UNPAIRED-ROWS (REGISTRY-IDX) > ZERO
               ADD 1 TO FLAGGED-COUNT
               MOVE SUITE-ROW-HOLD TO DETERMINISM-RESULT-RECORD
               SET DT-FUNCTION-ROW TO TRUE
               MOVE FR-FUNCTION-NAME (REGISTRY-IDX)
                   TO DT-FUNCTION-NAME
               MOVE FD-ACTUAL-DIFFS (REGISTRY-IDX) TO DT-ACTUAL-DIFFS
               MOVE FD-VERDICT-DIFFS (REGISTRY-IDX)
                   TO DT-VERDICT-DIFFS
               MOVE FD-UNPAIRED-ROWS (REGISTRY-IDX)
                   TO DT-UNPAIRED-ROWS
               MOVE ZERO TO DT-TRIAL-DIFFS
               MOVE ZERO TO DT-ROWS-COMPARED
               MOVE ZERO TO DT-TRIALS-COMPARED
               MOVE ZERO TO DT-UNATTRIBUTED
               DISPLAY '  NOT DETERMINISTIC: '
                   FUNCTION TRIM(DT-FUNCTION-NAME)
                   ' ACTUAL DIFFS ' DT-ACTUAL-DIFFS
                   ' VERDICT DIFFS ' DT-VERDICT-DIFFS
                   ' ONE PASS ONLY ' DT-UNPAIRED-ROWS
               PERFORM WRITE-DETERMINISM-RESULT
           END-IF.

       WRITE-DETERMINISM-RESULT.
           OPEN EXTEND DETERMINISM-FILE.
           IF DETERMINISM-FILE-NOT-FOUND
               OPEN OUTPUT DETERMINISM-FILE
           END-IF.
           WRITE DETERMINISM-RESULT-RECORD.
           CLOSE DETERMINISM-FILE.

       END PROGRAM DETERMINISM-CHECK.
