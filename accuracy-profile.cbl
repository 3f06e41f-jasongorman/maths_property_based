       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCURACY-PROFILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-FILE ASSIGN TO 'MATHTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'MATHXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-FILE.
           COPY 'trial-log.cpy'.
       FD  EXTRACT-FILE.
           COPY 'result-extract.cpy'.
       WORKING-STORAGE SECTION.
           01  TRIAL-FILE-STATUS    PIC X(02).
               88  TRIAL-FILE-NOT-FOUND   VALUE '35'.
               88  TRIAL-FILE-EOF         VALUE '10'.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND VALUE '35'.
               88  EXTRACT-FILE-EOF       VALUE '10'.
           COPY 'maths-function-registry.cpy'.
      *    The generation ranges each suite drew from, fetched
      *    through POLICY-LOAD exactly as TRIAL-COVERAGE fetches
      *    them, so the error bands line up with that report's
      *    coverage bands and with the ranges QA sets margins for.
           COPY 'property-config.cpy'.
           01  POLICY-SUITE-NAME PIC X(30).
      *    Report date and the number of worst inputs listed per
      *    band, from the EXEC PARM as 'date,n' (default today and
      *    three, at most five).
           01  REPORT-DATE       PIC X(10).
           01  PARM-DATE-TEXT    PIC X(10).
           01  PARM-WORST-TEXT   PIC X(05).
           01  WORST-LIST-SIZE   PIC 9(1)  VALUE 3.
           01  WORST-LIST-MAX    PIC 9(1)  VALUE 5.
      *    The property suites whose assertions belong to one maths
      *    function, and the assertions each trial makes in order -
      *    E an ASSERT-EQUAL, G an ASSERT-GREATER-OR-EQUAL, R an
      *    ASSERT-IN-RANGE. ORACLE-TEST names no function here: each
      *    of its seven assertions names its own after the trial
      *    index. The operand count says whether the suite logs a
      *    real second input. CROSS-FUNC-TEST is left out on
      *    purpose: its identities are built from several functions
      *    at once, so no one function's error can be read off them.
      *    Keep this in step with the suites' PROPERTY-TRIAL
      *    paragraphs when an assertion is added to a trial.
           01  SA-ENTRY-COUNT    PIC 9(1)  VALUE 8.
           01  SUITE-ASSERTION-TABLE.
               05  FILLER PIC X(50) VALUE
                   'CEILING-TEST                  CEIL      12GR'.
               05  FILLER PIC X(50) VALUE
                   'SQRT-TEST                     SQRT      11E'.
               05  FILLER PIC X(50) VALUE
                   'FLOOR-TEST                    FLOOR     12GR'.
               05  FILLER PIC X(50) VALUE
                   'ROUND-TEST                    ROUND     12RE'.
               05  FILLER PIC X(50) VALUE
                   'ABS-TEST                      ABS       13GGE'.
               05  FILLER PIC X(50) VALUE
                   'MOD-TEST                      MOD       23GRE'.
               05  FILLER PIC X(50) VALUE
                   'POWER-TEST                    POWER     22EE'.
               05  FILLER PIC X(50) VALUE
                   'ORACLE-TEST                             27EEEEEEE'.
           01  SUITE-ASSERTION-TABLE-R REDEFINES
                                       SUITE-ASSERTION-TABLE.
               05  SUITE-ASSERTION-ENTRY OCCURS 8 TIMES.
                   10  SA-SUITE-NAME       PIC X(30).
                   10  SA-FUNCTION-NAME    PIC X(10).
                   10  SA-OPERAND-COUNT    PIC 9(1).
                   10  SA-ASSERT-COUNT     PIC 9(1).
                   10  SA-ASSERT-KIND OCCURS 8 TIMES
                                           PIC X(01).
      *    Where each suite's pairing has got to: the trial its last
      *    assertion was tied to, and how many of that trial's
      *    assertions have been seen.
           01  SUITE-CURSOR-TABLE.
               05  SUITE-CURSOR-ENTRY OCCURS 8 TIMES.
                   10  SC-TRIAL-POS        PIC 9(5).
                   10  SC-ASSERTS-SEEN     PIC 9(1).
           01  SA-IDX            PIC 9(1).
           01  SA-FOUND-IDX      PIC 9(1).
           01  MATCH-SUITE-NAME  PIC X(30).
      *    The night's trials for the profiled suites, in MATHTRLS
      *    order. Suites log a trial just before asserting on it, so
      *    within one suite the extract meets the trials in this same
      *    order, seed-sweep passes and checkpoint resumes included.
           01  NIGHT-TRIAL-MAX   PIC 9(5)  VALUE 10000.
           01  NIGHT-TRIAL-COUNT PIC 9(5)  VALUE ZERO.
           01  NIGHT-TRIAL-TABLE.
               05  NIGHT-TRIAL-ENTRY OCCURS 10000 TIMES.
                   10  NT-SUITE-IDX        PIC 9(1).
                   10  NT-TRIAL-IDX        PIC 9(5).
                   10  NT-SEED             PIC 9(9).
                   10  NT-INPUT            PIC S9(4)V9(3).
                   10  NT-INPUT-2          PIC S9(4)V9(3).
           01  NT-IDX            PIC 9(5).
           01  NT-START-IDX      PIC 9(5).
           01  NT-FOUND-IDX      PIC 9(5).
           01  TRIAL-OVERFLOW    PIC 9(9)  VALUE ZERO.
      *    One profile per suite and function, in the order first
      *    met. Each configured range has ten equal bands, as in
      *    TRIAL-COVERAGE; band slot 31 holds trials whose input lies
      *    outside every configured range. Per band: the trials, the
      *    failed ones, the summed error for the average, and the
      *    worst inputs, largest error first.
           01  BAND-MAX          PIC 9(2)  VALUE 10.
           01  OUTSIDE-SLOT      PIC 9(2)  VALUE 31.
           01  PROFILE-MAX       PIC 9(2)  VALUE 16.
           01  PROFILE-COUNT     PIC 9(2)  VALUE ZERO.
           01  ACCURACY-PROFILE-TABLE.
               05  ACCURACY-PROFILE-ENTRY OCCURS 16 TIMES.
                   10  AP-SUITE-IDX        PIC 9(1).
                   10  AP-FUNCTION-NAME    PIC X(10).
                   10  AP-RANGE-COUNT      PIC 9(1).
                   10  AP-RANGE-ENTRY OCCURS 3 TIMES.
                       15  AP-RANGE-LOW        PIC S9(4)V9(3).
                       15  AP-RANGE-HIGH       PIC S9(4)V9(3).
                   10  AP-TRIAL-COUNT      PIC 9(7).
                   10  AP-FAILED-COUNT     PIC 9(7).
                   10  AP-BAND-ENTRY OCCURS 31 TIMES.
                       15  AP-BAND-TRIALS      PIC 9(7).
                       15  AP-BAND-FAILED      PIC 9(7).
                       15  AP-BAND-ERROR-SUM   PIC 9(9)V9(8).
                       15  AP-WORST-COUNT      PIC 9(1).
                       15  AP-WORST-ENTRY OCCURS 5 TIMES.
                           20  AP-WORST-ERROR      PIC 9(4)V9(8).
                           20  AP-WORST-INPUT      PIC S9(4)V9(3).
                           20  AP-WORST-INPUT-2    PIC S9(4)V9(3).
                           20  AP-WORST-TRIAL-IDX  PIC 9(5).
                           20  AP-WORST-SEED       PIC 9(9).
           01  PROFILE-IDX       PIC 9(2).
           01  PROFILE-FOUND-IDX PIC 9(2).
           01  PROFILE-OVERFLOW  PIC 9(9)  VALUE ZERO.
           01  RANGE-IDX         PIC 9(1).
           01  MATCHED-RANGE-IDX PIC 9(1).
           01  BAND-IDX          PIC 9(2).
           01  BAND-SLOT         PIC 9(2).
           01  BAND-EDGE-IDX     PIC 9(2).
           01  RANGE-WIDTH       PIC S9(4)V9(3).
           01  BAND-OFFSET       PIC S9(4)V9(3).
           01  TRIAL-INPUT       PIC S9(4)V9(3).
           01  WORST-IDX         PIC 9(1).
           01  PRIOR-WORST-IDX   PIC 9(1).
           01  INSERT-AT         PIC 9(1).
      *    The extract row being profiled: its trial index, read
      *    from the digits after '-PROP-' in the test name, and the
      *    function an ORACLE-TEST row names after them.
           01  PROP-POSITION     PIC 9(2).
           01  FUNCTION-START    PIC 9(2).
           01  ROW-TRIAL-IDX     PIC 9(5).
           01  ROW-FUNCTION-NAME PIC X(10).
           01  ROW-ASSERT-KIND   PIC X(01).
           01  ROW-ERROR         PIC 9(4)V9(8).
           01  RANGE-HIGH-BOUND  PIC S9(4)V9(8).
           01  REGISTRY-IDX      PIC 9(2).
           01  REGISTRY-FOUND-IDX PIC 9(2).
      *    A trial's error for one function is the largest error
      *    among its assertions on that function: an equality's
      *    distance from its expected value, and a bound's overshoot
      *    past the bound (zero when the bound held). It is held
      *    here until the next row belongs to another trial or
      *    function.
           01  PENDING-FLAG      PIC X(01)  VALUE 'N'.
               88  UNIT-PENDING      VALUE 'Y'.
               88  NO-UNIT-PENDING   VALUE 'N'.
           01  PENDING-SUITE-IDX PIC 9(1).
           01  PENDING-TRIAL-POS PIC 9(5).
           01  PENDING-FUNCTION  PIC X(10).
           01  PENDING-ERROR     PIC 9(4)V9(8).
           01  PENDING-FAILED-FLAG PIC X(01).
               88  PENDING-FAILED    VALUE 'Y'.
           01  TRIAL-RECORD-COUNT PIC 9(9)  VALUE ZERO.
           01  DATED-TRIAL-COUNT PIC 9(9)  VALUE ZERO.
           01  EXTRACT-ROW-COUNT PIC 9(9)  VALUE ZERO.
           01  PROPERTY-ROW-COUNT PIC 9(9)  VALUE ZERO.
           01  PAIRED-ROW-COUNT  PIC 9(9)  VALUE ZERO.
           01  UNPAIRED-ROW-COUNT PIC 9(9)  VALUE ZERO.
           01  UNPROFILED-ROW-COUNT PIC 9(9)  VALUE ZERO.
           01  FUNCTION-SHOWN-COUNT PIC 9(2).
      *    Range and band totals for the print lines.
           01  RANGE-TRIALS      PIC 9(7).
           01  RANGE-FAILED      PIC 9(7).
           01  RANGE-ERROR-SUM   PIC 9(9)V9(8).
           01  RANGE-WORST-ERROR PIC 9(4)V9(8).
           01  AVERAGE-ERROR     PIC 9(4)V9(8).
      *    Edited figures for the print lines.
           01  BAND-LOW-TEXT     PIC -ZZZ9.999.
           01  BAND-HIGH-TEXT    PIC -ZZZ9.999.
           01  INPUT-TEXT        PIC -ZZZ9.999.
           01  INPUT-2-TEXT      PIC -ZZZ9.999.
           01  AVERAGE-TEXT      PIC ZZZ9.99999999.
           01  WORST-TEXT        PIC ZZZ9.99999999.
      *    Both masters are checked against their MATHCTRL control
      *    records before anything is reported off them.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL PARM-FIELD.
      *    Ties every property trial the night drew (MATHTRLS, by
      *    suite, date and trial index) to the assertions the suite
      *    made on it (MATHXTRC), and profiles each function's error
      *    across its input domain: per generation range and per
      *    tenth of a range, the trials, the average and the worst
      *    absolute error, and the inputs that came off worst. A
      *    trial is banded on its first input - the dividend for MOD,
      *    the base for POWER - with its sign kept, so a band of
      *    negative dividends stands on its own. This is the
      *    evidence for setting MATHPLCY margins per range.
       MAIN-PROCEDURE.
           MOVE SPACES TO REPORT-DATE.
           IF ADDRESS OF PARM-FIELD NOT = NULL
               AND PARM-LENGTH > ZERO
               MOVE SPACES TO PARM-DATE-TEXT
               MOVE SPACES TO PARM-WORST-TEXT
               UNSTRING PARM-VALUE (1:PARM-LENGTH)
                   DELIMITED BY ','
                   INTO PARM-DATE-TEXT, PARM-WORST-TEXT
               MOVE PARM-DATE-TEXT TO REPORT-DATE
               IF PARM-WORST-TEXT NOT = SPACES
                   COMPUTE WORST-LIST-SIZE =
                       FUNCTION NUMVAL(PARM-WORST-TEXT)
               END-IF
           END-IF.

           IF WORST-LIST-SIZE < 1
               MOVE 1 TO WORST-LIST-SIZE
           END-IF.
           IF WORST-LIST-SIZE > WORST-LIST-MAX
               MOVE WORST-LIST-MAX TO WORST-LIST-SIZE
           END-IF.

           IF REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4)
                   TO REPORT-DATE(1:4)
               MOVE '-' TO REPORT-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                   TO REPORT-DATE(6:2)
               MOVE '-' TO REPORT-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                   TO REPORT-DATE(9:2)
           END-IF.

           DISPLAY 'FUNCTION ACCURACY PROFILE REPORT'.
           DISPLAY '  TRIALS DATED: ' REPORT-DATE.
           DISPLAY '  WORST INPUTS LISTED PER BAND: ' WORST-LIST-SIZE.

           PERFORM CHECK-EXTRACT-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY '  MATHXTRC FAILED ITS CONTROL CHECK - NO'
                   ' PROFILE REPORTED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHECK-TRIAL-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY '  MATHTRLS FAILED ITS CONTROL CHECK - NO'
                   ' PROFILE REPORTED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CLEAR-SUITE-CURSOR
               VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > SA-ENTRY-COUNT.

           OPEN INPUT TRIAL-FILE.

           IF TRIAL-FILE-NOT-FOUND
               DISPLAY '  MATHTRLS NOT FOUND - NO TRIAL LOG TO'
                   ' PROFILE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NEXT-TRIAL.
           PERFORM LOAD-NIGHT-TRIAL UNTIL TRIAL-FILE-EOF.

           CLOSE TRIAL-FILE.

           OPEN INPUT EXTRACT-FILE.

           IF EXTRACT-FILE-NOT-FOUND
               DISPLAY '  MATHXTRC NOT FOUND - NO ASSERTIONS TO'
                   ' PROFILE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NEXT-EXTRACT.
           PERFORM PROFILE-EXTRACT-ROW UNTIL EXTRACT-FILE-EOF.

           CLOSE EXTRACT-FILE.

           IF UNIT-PENDING
               PERFORM FILE-PENDING-UNIT
           END-IF.

           DISPLAY '  TRIAL RECORDS READ    : ' TRIAL-RECORD-COUNT.
           DISPLAY '  DATED THIS NIGHT      : ' DATED-TRIAL-COUNT.
           DISPLAY '  EXTRACT ROWS READ     : ' EXTRACT-ROW-COUNT.
           DISPLAY '  PROPERTY ASSERTIONS   : ' PROPERTY-ROW-COUNT.
           DISPLAY '  PAIRED WITH A TRIAL   : ' PAIRED-ROW-COUNT.
           DISPLAY '  NOT PAIRED            : ' UNPAIRED-ROW-COUNT.
           DISPLAY '  NO SINGLE FUNCTION    : ' UNPROFILED-ROW-COUNT.

           IF TRIAL-OVERFLOW > ZERO
               DISPLAY '  *** TRIAL TABLE FULL, ' TRIAL-OVERFLOW
                   ' TRIAL(S) NOT LOADED - THEIR ASSERTIONS ARE'
                   ' NOT PAIRED'
           END-IF.
           IF UNPAIRED-ROW-COUNT > ZERO
               DISPLAY '  *** ' UNPAIRED-ROW-COUNT
                   ' PROPERTY ASSERTION(S) HAD NO TRIAL LOGGED FOR'
                   ' THE DATE - IS THE DATE THE NIGHT RAN?'
           END-IF.
           IF PROFILE-OVERFLOW > ZERO
               DISPLAY '  *** PROFILE TABLE FULL, ' PROFILE-OVERFLOW
                   ' TRIAL(S) NOT PROFILED'
           END-IF.

           PERFORM PRINT-FUNCTION-PROFILES
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.

           IF UNPAIRED-ROW-COUNT > ZERO
               OR TRIAL-OVERFLOW > ZERO
               OR PROFILE-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       CLEAR-SUITE-CURSOR.
           MOVE ZERO TO SC-TRIAL-POS (SA-IDX).
           MOVE ZERO TO SC-ASSERTS-SEEN (SA-IDX).

       READ-NEXT-TRIAL.
           READ TRIAL-FILE
               AT END SET TRIAL-FILE-EOF TO TRUE
           END-READ.

       READ-NEXT-EXTRACT.
           READ EXTRACT-FILE
               AT END SET EXTRACT-FILE-EOF TO TRUE
           END-READ.

       LOAD-NIGHT-TRIAL.
           ADD 1 TO TRIAL-RECORD-COUNT.

           IF TL-DATE = REPORT-DATE
               ADD 1 TO DATED-TRIAL-COUNT
               MOVE TL-SUITE-NAME TO MATCH-SUITE-NAME
               PERFORM FIND-SUITE-ASSERTIONS
               IF SA-FOUND-IDX > ZERO
                   PERFORM KEEP-NIGHT-TRIAL
               END-IF
           END-IF.

           PERFORM READ-NEXT-TRIAL.

       KEEP-NIGHT-TRIAL.
           IF NIGHT-TRIAL-COUNT < NIGHT-TRIAL-MAX
               ADD 1 TO NIGHT-TRIAL-COUNT
               MOVE SA-FOUND-IDX TO NT-SUITE-IDX (NIGHT-TRIAL-COUNT)
               MOVE TL-TRIAL-IDX TO NT-TRIAL-IDX (NIGHT-TRIAL-COUNT)
               MOVE TL-SEED TO NT-SEED (NIGHT-TRIAL-COUNT)
               MOVE TL-INPUT TO NT-INPUT (NIGHT-TRIAL-COUNT)
               MOVE TL-INPUT-2 TO NT-INPUT-2 (NIGHT-TRIAL-COUNT)
           ELSE
               ADD 1 TO TRIAL-OVERFLOW
           END-IF.

       FIND-SUITE-ASSERTIONS.
           MOVE ZERO TO SA-FOUND-IDX.
           PERFORM MATCH-SUITE-ASSERTIONS
               VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > SA-ENTRY-COUNT
                   OR SA-FOUND-IDX > ZERO.

       MATCH-SUITE-ASSERTIONS.
           IF SA-SUITE-NAME (SA-IDX) = MATCH-SUITE-NAME
               MOVE SA-IDX TO SA-FOUND-IDX
           END-IF.

      *    Example assertions carry no '-PROP-' in their names and
      *    have no drawn input to profile; they are passed over.
       PROFILE-EXTRACT-ROW.
           ADD 1 TO EXTRACT-ROW-COUNT.

           MOVE ZERO TO PROP-POSITION.
           INSPECT RX-TEST-NAME TALLYING PROP-POSITION
               FOR CHARACTERS BEFORE INITIAL '-PROP-'.

           IF PROP-POSITION < 20
               AND RX-TEST-NAME (PROP-POSITION + 7:5) IS NUMERIC
               MOVE RX-TEST-NAME (PROP-POSITION + 7:5)
                   TO ROW-TRIAL-IDX
               ADD 1 TO PROPERTY-ROW-COUNT
               PERFORM PROFILE-PROPERTY-ROW
           END-IF.

           PERFORM READ-NEXT-EXTRACT.

       PROFILE-PROPERTY-ROW.
           MOVE RX-SUITE-NAME TO MATCH-SUITE-NAME.
           PERFORM FIND-SUITE-ASSERTIONS.

           MOVE SPACES TO ROW-FUNCTION-NAME.
           IF SA-FOUND-IDX > ZERO
               MOVE SA-FUNCTION-NAME (SA-FOUND-IDX)
                   TO ROW-FUNCTION-NAME
               IF ROW-FUNCTION-NAME = SPACES
                   PERFORM FIND-NAMED-FUNCTION
               END-IF
           END-IF.

           IF ROW-FUNCTION-NAME = SPACES
               ADD 1 TO UNPROFILED-ROW-COUNT
           ELSE
               PERFORM PAIR-ROW-TO-TRIAL
           END-IF.

      *    ORCL-PROP-nnnnn-FUNC: the function follows the trial
      *    index, spelt as in the function registry.
       FIND-NAMED-FUNCTION.
           COMPUTE FUNCTION-START = PROP-POSITION + 13.
           IF FUNCTION-START < 30
               AND RX-TEST-NAME (FUNCTION-START - 1:1) = '-'
               MOVE RX-TEST-NAME (FUNCTION-START:)
                   TO ROW-FUNCTION-NAME
               MOVE ZERO TO REGISTRY-FOUND-IDX
               PERFORM MATCH-NAMED-FUNCTION
                   VARYING REGISTRY-IDX FROM 1 BY 1
                   UNTIL REGISTRY-IDX > FR-ENTRY-COUNT
                       OR REGISTRY-FOUND-IDX > ZERO
               IF REGISTRY-FOUND-IDX = ZERO
                   MOVE SPACES TO ROW-FUNCTION-NAME
               END-IF
           END-IF.

       MATCH-NAMED-FUNCTION.
           IF FR-FUNCTION-NAME (REGISTRY-IDX) = ROW-FUNCTION-NAME
               MOVE REGISTRY-IDX TO REGISTRY-FOUND-IDX
           END-IF.

      *    A row starts a new trial when the suite's current trial
      *    has had all its assertions, or the row names another
      *    trial index; the new trial is the next one logged for the
      *    suite with that index. Looking forward only is what keeps
      *    a seed-sweep pass's trial 1 apart from the last pass's.
       PAIR-ROW-TO-TRIAL.
           MOVE SC-TRIAL-POS (SA-FOUND-IDX) TO NT-FOUND-IDX.

           IF NT-FOUND-IDX = ZERO
               OR SC-ASSERTS-SEEN (SA-FOUND-IDX) NOT <
                   SA-ASSERT-COUNT (SA-FOUND-IDX)
               OR NT-TRIAL-IDX (NT-FOUND-IDX) NOT = ROW-TRIAL-IDX
               PERFORM FIND-NEXT-TRIAL
           END-IF.

           IF NT-FOUND-IDX = ZERO
               ADD 1 TO UNPAIRED-ROW-COUNT
           ELSE
               ADD 1 TO PAIRED-ROW-COUNT
               ADD 1 TO SC-ASSERTS-SEEN (SA-FOUND-IDX)
               MOVE SA-ASSERT-KIND (SA-FOUND-IDX,
                   SC-ASSERTS-SEEN (SA-FOUND-IDX))
                   TO ROW-ASSERT-KIND
               PERFORM MEASURE-ROW-ERROR
               PERFORM GATHER-TRIAL-ERROR
           END-IF.

       FIND-NEXT-TRIAL.
           MOVE ZERO TO NT-FOUND-IDX.
           COMPUTE NT-START-IDX = SC-TRIAL-POS (SA-FOUND-IDX) + 1.
           PERFORM MATCH-NEXT-TRIAL
               VARYING NT-IDX FROM NT-START-IDX BY 1
               UNTIL NT-IDX > NIGHT-TRIAL-COUNT
                   OR NT-FOUND-IDX > ZERO.

           IF NT-FOUND-IDX > ZERO
               MOVE NT-FOUND-IDX TO SC-TRIAL-POS (SA-FOUND-IDX)
               MOVE ZERO TO SC-ASSERTS-SEEN (SA-FOUND-IDX)
           END-IF.

       MATCH-NEXT-TRIAL.
           IF NT-SUITE-IDX (NT-IDX) = SA-FOUND-IDX
               AND NT-TRIAL-IDX (NT-IDX) = ROW-TRIAL-IDX
               MOVE NT-IDX TO NT-FOUND-IDX
           END-IF.

      *    ASSERT-EQUAL writes the expected value and the actual;
      *    ASSERT-GREATER-OR-EQUAL the threshold as expected;
      *    ASSERT-IN-RANGE the low bound as expected and the range
      *    width as margin, the high bound itself excluded.
       MEASURE-ROW-ERROR.
           MOVE ZERO TO ROW-ERROR.
           EVALUATE ROW-ASSERT-KIND
               WHEN 'E'
                   COMPUTE ROW-ERROR =
                       FUNCTION ABS(RX-ACTUAL - RX-EXPECTED)
               WHEN 'G'
                   IF RX-ACTUAL < RX-EXPECTED
                       COMPUTE ROW-ERROR = RX-EXPECTED - RX-ACTUAL
                   END-IF
               WHEN 'R'
                   COMPUTE RANGE-HIGH-BOUND =
                       RX-EXPECTED + RX-MARGIN
                   EVALUATE TRUE
                       WHEN RX-ACTUAL < RX-EXPECTED
                           COMPUTE ROW-ERROR =
                               RX-EXPECTED - RX-ACTUAL
                       WHEN RX-ACTUAL > RANGE-HIGH-BOUND
                           COMPUTE ROW-ERROR =
                               RX-ACTUAL - RANGE-HIGH-BOUND
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GATHER-TRIAL-ERROR.
           IF UNIT-PENDING
               IF PENDING-SUITE-IDX NOT = SA-FOUND-IDX
                   OR PENDING-TRIAL-POS NOT = NT-FOUND-IDX
                   OR PENDING-FUNCTION NOT = ROW-FUNCTION-NAME
                   PERFORM FILE-PENDING-UNIT
               END-IF
           END-IF.

           IF NO-UNIT-PENDING
               SET UNIT-PENDING TO TRUE
               MOVE SA-FOUND-IDX TO PENDING-SUITE-IDX
               MOVE NT-FOUND-IDX TO PENDING-TRIAL-POS
               MOVE ROW-FUNCTION-NAME TO PENDING-FUNCTION
               MOVE ZERO TO PENDING-ERROR
               MOVE 'N' TO PENDING-FAILED-FLAG
           END-IF.

           IF ROW-ERROR > PENDING-ERROR
               MOVE ROW-ERROR TO PENDING-ERROR
           END-IF.
           IF RX-FAILED
               SET PENDING-FAILED TO TRUE
           END-IF.

       FILE-PENDING-UNIT.
           SET NO-UNIT-PENDING TO TRUE.
           PERFORM FIND-PROFILE-ENTRY.

           IF PROFILE-FOUND-IDX = ZERO
               ADD 1 TO PROFILE-OVERFLOW
           ELSE
               MOVE NT-INPUT (PENDING-TRIAL-POS) TO TRIAL-INPUT
               PERFORM MATCH-INPUT-TO-RANGE
               PERFORM TALLY-PROFILE-BAND
           END-IF.

       FIND-PROFILE-ENTRY.
           MOVE ZERO TO PROFILE-FOUND-IDX.
           PERFORM LOOKUP-PROFILE-ENTRY
               VARYING PROFILE-IDX FROM 1 BY 1
               UNTIL PROFILE-IDX > PROFILE-COUNT
                   OR PROFILE-FOUND-IDX > ZERO.

           IF PROFILE-FOUND-IDX = ZERO
               AND PROFILE-COUNT < PROFILE-MAX
               PERFORM ADD-PROFILE-ENTRY
           END-IF.

       LOOKUP-PROFILE-ENTRY.
           IF AP-SUITE-IDX (PROFILE-IDX) = PENDING-SUITE-IDX
               AND AP-FUNCTION-NAME (PROFILE-IDX) = PENDING-FUNCTION
               MOVE PROFILE-IDX TO PROFILE-FOUND-IDX
           END-IF.

      *    A new profile's ranges come from the suite's MATHPLCY row,
      *    exactly as POLICY-LOAD handed them to the suite itself.
       ADD-PROFILE-ENTRY.
           ADD 1 TO PROFILE-COUNT.
           MOVE PROFILE-COUNT TO PROFILE-FOUND-IDX.
           INITIALIZE ACCURACY-PROFILE-ENTRY (PROFILE-FOUND-IDX).
           MOVE PENDING-SUITE-IDX TO AP-SUITE-IDX (PROFILE-FOUND-IDX).
           MOVE PENDING-FUNCTION
               TO AP-FUNCTION-NAME (PROFILE-FOUND-IDX).

           MOVE SA-SUITE-NAME (PENDING-SUITE-IDX)
               TO POLICY-SUITE-NAME.
           CALL 'POLICY-LOAD' USING POLICY-SUITE-NAME,
               PROPERTY-CONFIG.

           MOVE PC-RANGE-COUNT
               TO AP-RANGE-COUNT (PROFILE-FOUND-IDX).
           PERFORM COPY-POLICY-RANGE
               VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > PC-RANGE-COUNT.

       COPY-POLICY-RANGE.
           MOVE PC-GEN-RANGE-LOW (RANGE-IDX)
               TO AP-RANGE-LOW (PROFILE-FOUND-IDX, RANGE-IDX).
           MOVE PC-GEN-RANGE-HIGH (RANGE-IDX)
               TO AP-RANGE-HIGH (PROFILE-FOUND-IDX, RANGE-IDX).

      *    The first configured range holding the input takes it; a
      *    band index past the top (the input equal to the range
      *    high) folds into the last band, as in TRIAL-COVERAGE.
       MATCH-INPUT-TO-RANGE.
           MOVE ZERO TO MATCHED-RANGE-IDX.
           MOVE OUTSIDE-SLOT TO BAND-SLOT.
           PERFORM TRY-ONE-RANGE
               VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > AP-RANGE-COUNT (PROFILE-FOUND-IDX)
                   OR MATCHED-RANGE-IDX > ZERO.

       TRY-ONE-RANGE.
           IF TRIAL-INPUT >=
               AP-RANGE-LOW (PROFILE-FOUND-IDX, RANGE-IDX)
               AND TRIAL-INPUT <=
                   AP-RANGE-HIGH (PROFILE-FOUND-IDX, RANGE-IDX)
               MOVE RANGE-IDX TO MATCHED-RANGE-IDX
               PERFORM SET-RANGE-BAND
           END-IF.

       SET-RANGE-BAND.
           COMPUTE RANGE-WIDTH =
               AP-RANGE-HIGH (PROFILE-FOUND-IDX, RANGE-IDX) -
               AP-RANGE-LOW (PROFILE-FOUND-IDX, RANGE-IDX).
           COMPUTE BAND-OFFSET = TRIAL-INPUT -
               AP-RANGE-LOW (PROFILE-FOUND-IDX, RANGE-IDX).

           IF RANGE-WIDTH > ZERO
               COMPUTE BAND-IDX =
                   (BAND-OFFSET * BAND-MAX) / RANGE-WIDTH + 1
           ELSE
               MOVE 1 TO BAND-IDX
           END-IF.
           IF BAND-IDX > BAND-MAX
               MOVE BAND-MAX TO BAND-IDX
           END-IF.
           IF BAND-IDX < 1
               MOVE 1 TO BAND-IDX
           END-IF.

           COMPUTE BAND-SLOT = (RANGE-IDX - 1) * BAND-MAX + BAND-IDX.

       TALLY-PROFILE-BAND.
           ADD 1 TO AP-TRIAL-COUNT (PROFILE-FOUND-IDX).
           ADD 1 TO AP-BAND-TRIALS (PROFILE-FOUND-IDX, BAND-SLOT).
           IF PENDING-FAILED
               ADD 1 TO AP-FAILED-COUNT (PROFILE-FOUND-IDX)
               ADD 1 TO AP-BAND-FAILED (PROFILE-FOUND-IDX, BAND-SLOT)
           END-IF.
           ADD PENDING-ERROR
               TO AP-BAND-ERROR-SUM (PROFILE-FOUND-IDX, BAND-SLOT).

           IF PENDING-ERROR > ZERO
               PERFORM RANK-WORST-INPUT
           END-IF.

      *    The band's worst inputs are kept largest error first. A
      *    trial displaces the last one listed only by a strictly
      *    larger error, so among equals the earliest drawn stays.
       RANK-WORST-INPUT.
           MOVE ZERO TO INSERT-AT.
           PERFORM FIND-WORST-SLOT
               VARYING WORST-IDX FROM 1 BY 1
               UNTIL WORST-IDX >
                   AP-WORST-COUNT (PROFILE-FOUND-IDX, BAND-SLOT)
                   OR INSERT-AT > ZERO.

           IF INSERT-AT = ZERO
               AND AP-WORST-COUNT (PROFILE-FOUND-IDX, BAND-SLOT)
                   < WORST-LIST-SIZE
               COMPUTE INSERT-AT =
                   AP-WORST-COUNT (PROFILE-FOUND-IDX, BAND-SLOT) + 1
           END-IF.

           IF INSERT-AT > ZERO
               IF AP-WORST-COUNT (PROFILE-FOUND-IDX, BAND-SLOT)
                   < WORST-LIST-SIZE
                   ADD 1
                       TO AP-WORST-COUNT (PROFILE-FOUND-IDX, BAND-SLOT)
               END-IF
               PERFORM SHIFT-WORST-SLOT
                   VARYING WORST-IDX FROM
                       AP-WORST-COUNT (PROFILE-FOUND-IDX, BAND-SLOT)
                   BY -1
                   UNTIL WORST-IDX NOT > INSERT-AT
               PERFORM FILL-WORST-SLOT
           END-IF.

       FIND-WORST-SLOT.
           IF PENDING-ERROR > AP-WORST-ERROR (PROFILE-FOUND-IDX,
               BAND-SLOT, WORST-IDX)
               MOVE WORST-IDX TO INSERT-AT
           END-IF.

       SHIFT-WORST-SLOT.
           COMPUTE PRIOR-WORST-IDX = WORST-IDX - 1.
           MOVE AP-WORST-ENTRY (PROFILE-FOUND-IDX, BAND-SLOT,
               PRIOR-WORST-IDX)
               TO AP-WORST-ENTRY (PROFILE-FOUND-IDX, BAND-SLOT,
                   WORST-IDX).

       FILL-WORST-SLOT.
           MOVE PENDING-ERROR TO AP-WORST-ERROR (PROFILE-FOUND-IDX,
               BAND-SLOT, INSERT-AT).
           MOVE NT-INPUT (PENDING-TRIAL-POS)
               TO AP-WORST-INPUT (PROFILE-FOUND-IDX, BAND-SLOT,
                   INSERT-AT).
           MOVE NT-INPUT-2 (PENDING-TRIAL-POS)
               TO AP-WORST-INPUT-2 (PROFILE-FOUND-IDX, BAND-SLOT,
                   INSERT-AT).
           MOVE NT-TRIAL-IDX (PENDING-TRIAL-POS)
               TO AP-WORST-TRIAL-IDX (PROFILE-FOUND-IDX, BAND-SLOT,
                   INSERT-AT).
           MOVE NT-SEED (PENDING-TRIAL-POS)
               TO AP-WORST-SEED (PROFILE-FOUND-IDX, BAND-SLOT,
                   INSERT-AT).

      *    Functions print in registry order, each with every suite
      *    that profiled it - its own suite first, then ORACLE-TEST.
       PRINT-FUNCTION-PROFILES.
           DISPLAY ' '.
           DISPLAY 'FUNCTION: ' FR-FUNCTION-NAME (REGISTRY-IDX).

           MOVE ZERO TO FUNCTION-SHOWN-COUNT.
           PERFORM PRINT-ONE-PROFILE
               VARYING PROFILE-IDX FROM 1 BY 1
               UNTIL PROFILE-IDX > PROFILE-COUNT.

           IF FUNCTION-SHOWN-COUNT = ZERO
               DISPLAY '  NO PROPERTY TRIALS PAIRED FOR THE DATE'
           END-IF.

       PRINT-ONE-PROFILE.
           IF AP-FUNCTION-NAME (PROFILE-IDX) =
               FR-FUNCTION-NAME (REGISTRY-IDX)
               ADD 1 TO FUNCTION-SHOWN-COUNT
               MOVE AP-SUITE-IDX (PROFILE-IDX) TO SA-IDX
               DISPLAY '  FROM ' SA-SUITE-NAME (SA-IDX)
                   ' TRIALS: ' AP-TRIAL-COUNT (PROFILE-IDX)
                   ' FAILED: ' AP-FAILED-COUNT (PROFILE-IDX)
               PERFORM PRINT-PROFILE-RANGE
                   VARYING RANGE-IDX FROM 1 BY 1
                   UNTIL RANGE-IDX > AP-RANGE-COUNT (PROFILE-IDX)
               PERFORM PRINT-OUTSIDE-BAND
           END-IF.

       PRINT-PROFILE-RANGE.
           MOVE ZERO TO RANGE-TRIALS.
           MOVE ZERO TO RANGE-FAILED.
           MOVE ZERO TO RANGE-ERROR-SUM.
           MOVE ZERO TO RANGE-WORST-ERROR.
           PERFORM SUM-RANGE-BAND
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-MAX.

           MOVE AP-RANGE-LOW (PROFILE-IDX, RANGE-IDX)
               TO BAND-LOW-TEXT.
           MOVE AP-RANGE-HIGH (PROFILE-IDX, RANGE-IDX)
               TO BAND-HIGH-TEXT.
           DISPLAY '  RANGE ' RANGE-IDX ': ' BAND-LOW-TEXT
               ' THRU ' BAND-HIGH-TEXT.

           IF RANGE-TRIALS = ZERO
               DISPLAY '    NO TRIALS IN THIS RANGE'
           ELSE
               COMPUTE AVERAGE-ERROR ROUNDED =
                   RANGE-ERROR-SUM / RANGE-TRIALS
               MOVE AVERAGE-ERROR TO AVERAGE-TEXT
               MOVE RANGE-WORST-ERROR TO WORST-TEXT
               DISPLAY '    TRIALS ' RANGE-TRIALS
                   ' FAILED ' RANGE-FAILED
                   ' AVG ERROR ' AVERAGE-TEXT
                   ' WORST ' WORST-TEXT
               PERFORM PRINT-ONE-BAND
                   VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-MAX
           END-IF.

       SUM-RANGE-BAND.
           COMPUTE BAND-SLOT = (RANGE-IDX - 1) * BAND-MAX + BAND-IDX.
           ADD AP-BAND-TRIALS (PROFILE-IDX, BAND-SLOT)
               TO RANGE-TRIALS.
           ADD AP-BAND-FAILED (PROFILE-IDX, BAND-SLOT)
               TO RANGE-FAILED.
           ADD AP-BAND-ERROR-SUM (PROFILE-IDX, BAND-SLOT)
               TO RANGE-ERROR-SUM.
           IF AP-WORST-COUNT (PROFILE-IDX, BAND-SLOT) > ZERO
               AND AP-WORST-ERROR (PROFILE-IDX, BAND-SLOT, 1)
                   > RANGE-WORST-ERROR
               MOVE AP-WORST-ERROR (PROFILE-IDX, BAND-SLOT, 1)
                   TO RANGE-WORST-ERROR
           END-IF.

       PRINT-ONE-BAND.
           COMPUTE BAND-SLOT = (RANGE-IDX - 1) * BAND-MAX + BAND-IDX.
           COMPUTE RANGE-WIDTH =
               AP-RANGE-HIGH (PROFILE-IDX, RANGE-IDX) -
               AP-RANGE-LOW (PROFILE-IDX, RANGE-IDX).
           COMPUTE BAND-EDGE-IDX = BAND-IDX - 1.
           COMPUTE BAND-OFFSET =
               AP-RANGE-LOW (PROFILE-IDX, RANGE-IDX) +
               (RANGE-WIDTH * BAND-EDGE-IDX) / BAND-MAX.
           MOVE BAND-OFFSET TO BAND-LOW-TEXT.
           COMPUTE BAND-OFFSET =
               AP-RANGE-LOW (PROFILE-IDX, RANGE-IDX) +
               (RANGE-WIDTH * BAND-IDX) / BAND-MAX.
           MOVE BAND-OFFSET TO BAND-HIGH-TEXT.

           IF AP-BAND-TRIALS (PROFILE-IDX, BAND-SLOT) = ZERO
               DISPLAY '    BAND ' BAND-IDX ' (' BAND-LOW-TEXT
                   ' THRU ' BAND-HIGH-TEXT '): NO TRIALS'
           ELSE
               DISPLAY '    BAND ' BAND-IDX ' (' BAND-LOW-TEXT
                   ' THRU ' BAND-HIGH-TEXT '):'
               PERFORM PRINT-BAND-FIGURES
           END-IF.

       PRINT-OUTSIDE-BAND.
           MOVE OUTSIDE-SLOT TO BAND-SLOT.
           IF AP-BAND-TRIALS (PROFILE-IDX, BAND-SLOT) > ZERO
               DISPLAY '  *** OUTSIDE EVERY CONFIGURED RANGE -'
                   ' HAS MATHPLCY CHANGED SINCE THE RUN?'
               PERFORM PRINT-BAND-FIGURES
           END-IF.

       PRINT-BAND-FIGURES.
           COMPUTE AVERAGE-ERROR ROUNDED =
               AP-BAND-ERROR-SUM (PROFILE-IDX, BAND-SLOT) /
               AP-BAND-TRIALS (PROFILE-IDX, BAND-SLOT).
           MOVE AVERAGE-ERROR TO AVERAGE-TEXT.
           IF AP-WORST-COUNT (PROFILE-IDX, BAND-SLOT) > ZERO
               MOVE AP-WORST-ERROR (PROFILE-IDX, BAND-SLOT, 1)
                   TO WORST-TEXT
           ELSE
               MOVE ZERO TO WORST-TEXT
           END-IF.
           DISPLAY '      TRIALS ' AP-BAND-TRIALS (PROFILE-IDX,
               BAND-SLOT) ' FAILED ' AP-BAND-FAILED (PROFILE-IDX,
               BAND-SLOT) ' AVG ERROR ' AVERAGE-TEXT
               ' WORST ' WORST-TEXT.

           IF AP-WORST-COUNT (PROFILE-IDX, BAND-SLOT) = ZERO
               DISPLAY '      NO ERROR MEASURED IN THIS BAND'
           ELSE
               PERFORM PRINT-WORST-INPUT
                   VARYING WORST-IDX FROM 1 BY 1
                   UNTIL WORST-IDX >
                       AP-WORST-COUNT (PROFILE-IDX, BAND-SLOT)
           END-IF.

       PRINT-WORST-INPUT.
           MOVE AP-WORST-INPUT (PROFILE-IDX, BAND-SLOT, WORST-IDX)
               TO INPUT-TEXT.
           MOVE AP-WORST-ERROR (PROFILE-IDX, BAND-SLOT, WORST-IDX)
               TO WORST-TEXT.
           IF SA-OPERAND-COUNT (SA-IDX) = 2
               MOVE AP-WORST-INPUT-2 (PROFILE-IDX, BAND-SLOT,
                   WORST-IDX) TO INPUT-2-TEXT
               DISPLAY '        INPUT ' INPUT-TEXT
                   ' SECOND ' INPUT-2-TEXT
                   ' TRIAL ' AP-WORST-TRIAL-IDX (PROFILE-IDX,
                       BAND-SLOT, WORST-IDX)
                   ' SEED ' AP-WORST-SEED (PROFILE-IDX, BAND-SLOT,
                       WORST-IDX)
                   ' ERROR ' WORST-TEXT
           ELSE
               DISPLAY '        INPUT ' INPUT-TEXT
                   ' TRIAL ' AP-WORST-TRIAL-IDX (PROFILE-IDX,
                       BAND-SLOT, WORST-IDX)
                   ' SEED ' AP-WORST-SEED (PROFILE-IDX, BAND-SLOT,
                       WORST-IDX)
                   ' ERROR ' WORST-TEXT
           END-IF.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       CHECK-TRIAL-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHTRLS' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM ACCURACY-PROFILE.
