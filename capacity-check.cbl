       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO 'MATHXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT TRIAL-FILE ASSIGN TO 'MATHTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-FILE-STATUS.
           SELECT NEARMISS-FILE ASSIGN TO 'MATHNMIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEARMISS-FILE-STATUS.
           SELECT GENERATION-FILE ASSIGN TO 'MATHBGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO 'MATHCAPH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-FILE-STATUS.
           SELECT PARTIAL-FILE ASSIGN TO 'MATHPART'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIAL-FILE-STATUS.
           SELECT TIMING-FILE ASSIGN TO 'MATHTIME'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'MATHHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'MATHAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
           SELECT DRIFT-FILE ASSIGN TO 'MATHDRFT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIFT-FILE-STATUS.
           SELECT DEFECT-FILE ASSIGN TO 'MATHDFCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DF-KEY
               FILE STATUS IS DEFECT-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO 'MATHCERT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-KEY
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'MATHCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           COPY 'result-extract.cpy'.
       FD  TRIAL-FILE.
           COPY 'trial-log.cpy'.
       FD  NEARMISS-FILE.
           01  NEARMISS-IMAGE        PIC X(79).
       FD  GENERATION-FILE.
           01  GENERATION-IMAGE      PIC X(94).
       FD  CAPACITY-FILE.
           COPY 'capacity-history.cpy'.
       FD  PARTIAL-FILE.
           COPY 'partial-result.cpy'.
       FD  TIMING-FILE.
           01  TIMING-IMAGE          PIC X(59).
       FD  HISTORY-FILE.
           COPY 'test-history.cpy'.
       FD  AUDIT-FILE.
           01  AUDIT-IMAGE           PIC X(176).
       FD  PROMOTION-FILE.
           01  PROMOTION-IMAGE       PIC X(117).
       FD  DRIFT-FILE.
           01  DRIFT-IMAGE           PIC X(117).
       FD  DEFECT-FILE.
           COPY 'defect-record.cpy'.
       FD  CERT-FILE.
           COPY 'certificate-line.cpy'.
       FD  CONTROL-FILE.
           COPY 'control-total.cpy'.
       WORKING-STORAGE SECTION.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND  VALUE '35'.
               88  EXTRACT-FILE-EOF        VALUE '10'.
           01  TRIAL-FILE-STATUS    PIC X(02).
               88  TRIAL-FILE-NOT-FOUND    VALUE '35'.
               88  TRIAL-FILE-EOF          VALUE '10'.
           01  NEARMISS-FILE-STATUS PIC X(02).
               88  NEARMISS-FILE-NOT-FOUND VALUE '35'.
               88  NEARMISS-FILE-EOF       VALUE '10'.
           01  GENERATION-FILE-STATUS PIC X(02).
               88  GENERATION-FILE-NOT-FOUND VALUE '35'.
               88  GENERATION-FILE-EOF       VALUE '10'.
           01  CAPACITY-FILE-STATUS PIC X(02).
               88  CAPACITY-FILE-NOT-FOUND VALUE '35'.
               88  CAPACITY-FILE-EOF       VALUE '10'.
           01  PARTIAL-FILE-STATUS  PIC X(02).
               88  PARTIAL-FILE-NOT-FOUND  VALUE '35'.
               88  PARTIAL-FILE-EOF        VALUE '10'.
           01  TIMING-FILE-STATUS   PIC X(02).
               88  TIMING-FILE-NOT-FOUND   VALUE '35'.
               88  TIMING-FILE-EOF         VALUE '10'.
           01  HISTORY-FILE-STATUS  PIC X(02).
               88  HISTORY-FILE-NOT-FOUND  VALUE '35'.
               88  HISTORY-FILE-EOF        VALUE '10'.
           01  AUDIT-FILE-STATUS    PIC X(02).
               88  AUDIT-FILE-NOT-FOUND    VALUE '35'.
               88  AUDIT-FILE-EOF          VALUE '10'.
           01  PROMOTION-FILE-STATUS PIC X(02).
               88  PROMOTION-FILE-NOT-FOUND VALUE '35'.
               88  PROMOTION-FILE-EOF       VALUE '10'.
           01  DRIFT-FILE-STATUS    PIC X(02).
               88  DRIFT-FILE-NOT-FOUND    VALUE '35'.
               88  DRIFT-FILE-EOF          VALUE '10'.
           01  DEFECT-FILE-STATUS   PIC X(02).
               88  DEFECT-FILE-NOT-FOUND   VALUE '35'.
               88  DEFECT-FILE-EOF         VALUE '10'.
           01  CERT-FILE-STATUS     PIC X(02).
               88  CERT-FILE-NOT-FOUND     VALUE '35'.
               88  CERT-FILE-EOF           VALUE '10'.
           01  CONTROL-FILE-STATUS  PIC X(02).
               88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
               88  CONTROL-FILE-EOF        VALUE '10'.
           01  TODAYS-DATE       PIC X(10).
      *    A dataset forecast to run out of space in fewer nights
      *    than this is flagged LOW, overridable from the EXEC PARM.
      *    The default leaves a month to get a reallocation through
      *    change control.
           01  THRESHOLD-NIGHTS  PIC 9(5)  VALUE 30.
           01  PARM-THRESHOLD-TEXT PIC X(5).
      *    Every dataset measured, with the allocation MATHALOC gave
      *    it. Source says which master its records are counted off:
      *    a per-suite staging dataset holds exactly that suite's
      *    share of MATHXTRC, MATHTRLS or MATHPART once its COLLECT
      *    step has appended it, so its size is that suite's row
      *    count on the master rather than a second read of every
      *    staging file. Kind C datasets only grow until something
      *    prunes them - HISTORY-ARCHIVE for MATHNMIS, MATHTIME,
      *    MATHHIST, MATHAUDT and MATHPROT, BASELINE-BLESS for
      *    MATHBGEN, nothing yet for the rest; kind R datasets are
      *    emptied and refilled each night, so their biggest night
      *    is what must fit. The keyed clusters are entered with a
      *    4096-byte control interval in the block size column.
      *    Keep this in step with MATHALOC and the layout jobs that
      *    re-create a master (MATHWIDN for MATHBGEN and MATHPROT):
      *    add a FILLER pair and bump DS-ENTRY-COUNT when a dataset
      *    is added or reallocated.
           01  DS-ENTRY-COUNT    PIC 9(2)  VALUE 42.
           01  DATASET-TABLE.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT            XR09709700'.
               05  FILLER PIC X(40) VALUE
                   '                              0225002250'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS             TR07007000'.
               05  FILLER PIC X(40) VALUE
                   '                              0075000750'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.NEARMISS           NC07907900'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.BASEGEN            BC09409400'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.CEIL       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'CEILING-TEST                  0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.SQRT       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'SQRT-TEST                     0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.FLOR       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'FLOOR-TEST                    0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.ROND       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'ROUND-TEST                    0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.ABS        XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'ABS-TEST                      0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.MOD        XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'MOD-TEST                      0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.POWR       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'POWER-TEST                    0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.XFNC       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'CROSS-FUNC-TEST               0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.ORCL       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'ORACLE-TEST                   0150001500'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.EXTRACT.DATA       XR09709700'.
               05  FILLER PIC X(40) VALUE
                   'DATA-DRIVEN-TEST              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.CEIL        TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'CEILING-TEST                  0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.SQRT        TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'SQRT-TEST                     0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.FLOR        TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'FLOOR-TEST                    0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.ROND        TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'ROUND-TEST                    0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.ABS         TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'ABS-TEST                      0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.MOD         TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'MOD-TEST                      0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.POWR        TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'POWER-TEST                    0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.XFNC        TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'CROSS-FUNC-TEST               0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TRIALS.ORCL        TR07007000'.
               05  FILLER PIC X(40) VALUE
                   'ORACLE-TEST                   0037500375'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS           PR05705700'.
               05  FILLER PIC X(40) VALUE
                   '                              0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.TIMINGS            MC05905900'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.HISTORY            HC06704096'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.AUDIT              AC17608800'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PROMLOG            LC11711700'.
               05  FILLER PIC X(40) VALUE
                   '                              0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.DRIFT              DC11711700'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.DEFECTS            FC10804096'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.CERTS              CC09404096'.
               05  FILLER PIC X(40) VALUE
                   '                              0000500005'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.CONTROLS           KC06604096'.
               05  FILLER PIC X(40) VALUE
                   '                              0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.CEIL      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'CEILING-TEST                  0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.SQRT      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'SQRT-TEST                     0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.FLOR      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'FLOOR-TEST                    0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.ROND      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'ROUND-TEST                    0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.ABS       PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'ABS-TEST                      0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.MOD       PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'MOD-TEST                      0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.POWR      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'POWER-TEST                    0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.XFNC      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'CROSS-FUNC-TEST               0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.ORCL      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'ORACLE-TEST                   0000100001'.
               05  FILLER PIC X(40) VALUE
                   'MATHS.TEST.PARTIALS.DATA      PR05705700'.
               05  FILLER PIC X(40) VALUE
                   'DATA-DRIVEN-TEST              0000100001'.
           01  DATASET-TABLE-R REDEFINES DATASET-TABLE.
               05  DATASET-ENTRY OCCURS 42 TIMES.
                   10  CD-DATASET-NAME     PIC X(30).
                   10  CD-SOURCE           PIC X(01).
                       88  CD-FROM-EXTRACT     VALUE 'X'.
                       88  CD-FROM-TRIALS      VALUE 'T'.
                       88  CD-FROM-NEARMISS    VALUE 'N'.
                       88  CD-FROM-BASEGEN     VALUE 'B'.
                       88  CD-FROM-PARTIALS    VALUE 'P'.
                       88  CD-FROM-TIMINGS     VALUE 'M'.
                       88  CD-FROM-HISTORY     VALUE 'H'.
                       88  CD-FROM-AUDIT       VALUE 'A'.
                       88  CD-FROM-PROMLOG     VALUE 'L'.
                       88  CD-FROM-DRIFT       VALUE 'D'.
                       88  CD-FROM-DEFECTS     VALUE 'F'.
                       88  CD-FROM-CERTS       VALUE 'C'.
                       88  CD-FROM-CONTROLS    VALUE 'K'.
                   10  CD-KIND             PIC X(01).
                       88  CD-CUMULATIVE       VALUE 'C'.
                       88  CD-REFILLED         VALUE 'R'.
                   10  CD-LRECL            PIC 9(3).
                   10  CD-BLKSIZE          PIC 9(5).
                   10  CD-SUITE-NAME       PIC X(30).
                   10  CD-PRIMARY-TRACKS   PIC 9(5).
                   10  CD-SECONDARY-TRACKS PIC 9(5).
      *    Tonight's measurement and the retained history's trend
      *    window for each dataset above, same subscript. The window
      *    opens on the oldest row HISTORY-ARCHIVE has left on
      *    MATHCAPH, and opens again at any night a kind C dataset
      *    came back smaller than the night before - an archive or a
      *    prune, not negative growth. For a kind R dataset the level
      *    is the biggest night seen, so a lighter STANDARD night
      *    after a SWEEP night does not read as shrinkage.
           01  DATASET-MEASURE-TABLE.
               05  DATASET-MEASURE OCCURS 42 TIMES.
                   10  DM-RECORD-COUNT     PIC 9(9).
                   10  DM-MEASURED-FLAG    PIC X(01).
                       88  DM-MEASURED         VALUE 'Y'.
                       88  DM-MISSING          VALUE 'N'.
                   10  DM-HISTORY-NIGHTS   PIC 9(5).
                   10  DM-FIRST-DATE       PIC X(10).
                   10  DM-FIRST-LEVEL      PIC 9(9).
                   10  DM-LAST-DATE        PIC X(10).
                   10  DM-LAST-COUNT       PIC 9(9).
                   10  DM-LEVEL            PIC 9(9).
           01  DATASET-IDX       PIC 9(2).
           01  DATASET-FOUND-IDX PIC 9(2).
           01  MEASURE-SOURCE    PIC X(01).
           01  MEASURE-SUITE     PIC X(30).
      *    3390 track geometry: the largest block that still fits
      *    n to a track, for n = 1 to 10. A smaller block than the
      *    last entry is counted at ten to the track, which can only
      *    understate the room left.
           01  TRACK-BLOCK-TABLE.
               05  FILLER PIC 9(5) VALUE 56664.
               05  FILLER PIC 9(5) VALUE 27998.
               05  FILLER PIC 9(5) VALUE 18452.
               05  FILLER PIC 9(5) VALUE 13682.
               05  FILLER PIC 9(5) VALUE 10796.
               05  FILLER PIC 9(5) VALUE 08906.
               05  FILLER PIC 9(5) VALUE 07548.
               05  FILLER PIC 9(5) VALUE 06518.
               05  FILLER PIC 9(5) VALUE 05726.
               05  FILLER PIC 9(5) VALUE 05064.
           01  TRACK-BLOCK-TABLE-R REDEFINES TRACK-BLOCK-TABLE.
               05  TB-MAX-BLKSIZE OCCURS 10 TIMES PIC 9(5).
           01  TRACK-BLOCK-IDX   PIC 9(2).
           01  BLOCKS-PER-TRACK  PIC 9(2).
           01  RECORDS-PER-BLOCK PIC 9(5).
           01  RECORDS-PER-TRACK PIC 9(7).
           01  TRACK-REMAINDER   PIC 9(7).
      *    Forecast working fields
           01  TONIGHT-LEVEL     PIC 9(9).
           01  TREND-FLAG        PIC X(01).
               88  TREND-AVAILABLE     VALUE 'Y'.
               88  TREND-UNAVAILABLE   VALUE 'N'.
           01  DATE-YMD-ARG      PIC 9(8).
           01  FIRST-DAY-INT     PIC S9(7).
           01  TODAY-DAY-INT     PIC S9(7).
           01  SPAN-DAYS         PIC S9(7).
           01  NIGHTS-LEFT-WORK  PIC 9(9).
           01  PCT-USED          PIC 9(3).
           01  GROWTH-TEXT       PIC ZZZZZZ9.99.
           01  HISTORY-ROWS-READ PIC 9(9)  VALUE ZERO.
           01  HISTORY-UNKNOWN   PIC 9(9)  VALUE ZERO.
           01  LOW-COUNT         PIC 9(2)  VALUE ZERO.
           01  FULL-COUNT        PIC 9(2)  VALUE ZERO.
           01  MISSING-COUNT     PIC 9(2)  VALUE ZERO.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL PARM-FIELD.
      *    Runs after the night's evidence is collected and before
      *    ALERT: records how big each master and staging dataset
      *    came out tonight and how much of its allocation that
      *    uses, appends the measurements to MATHCAPH, and forecasts
      *    from the retained MATHCAPH history how many nights each
      *    has left before it would exhaust its allocation and
      *    abend the batch. Anything under the threshold ends the
      *    step RC 4 and is carried into the operator digest.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           PERFORM APPLY-PARM-OVERRIDES.

           PERFORM CLEAR-DATASET-MEASURE
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.

           PERFORM MEASURE-EXTRACT-FILE.
           PERFORM MEASURE-TRIAL-FILE.
           PERFORM MEASURE-NEARMISS-FILE.
           PERFORM MEASURE-GENERATION-FILE.
           PERFORM MEASURE-PARTIAL-FILE.
           PERFORM MEASURE-TIMING-FILE.
           PERFORM MEASURE-HISTORY-FILE.
           PERFORM MEASURE-AUDIT-FILE.
           PERFORM MEASURE-PROMOTION-FILE.
           PERFORM MEASURE-DRIFT-FILE.
           PERFORM MEASURE-DEFECT-FILE.
           PERFORM MEASURE-CERT-FILE.
           PERFORM MEASURE-CONTROL-FILE.

           PERFORM LOAD-CAPACITY-HISTORY.

           MOVE TODAYS-DATE (1:4) TO DATE-YMD-ARG (1:4).
           MOVE TODAYS-DATE (6:2) TO DATE-YMD-ARG (5:2).
           MOVE TODAYS-DATE (9:2) TO DATE-YMD-ARG (7:2).
           COMPUTE TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE(DATE-YMD-ARG).

           DISPLAY 'DATASET CAPACITY FORECAST FOR ' TODAYS-DATE.
           DISPLAY '  FLAGGED BELOW ' THRESHOLD-NIGHTS
               ' NIGHTS OF SPACE LEFT'.
           DISPLAY '  HISTORY ROWS READ: ' HISTORY-ROWS-READ.
           IF HISTORY-UNKNOWN > ZERO
               DISPLAY '  ' HISTORY-UNKNOWN ' HISTORY ROW(S) FOR'
                   ' DATASETS NO LONGER MEASURED - IGNORED'
           END-IF.

           OPEN EXTEND CAPACITY-FILE.
           IF CAPACITY-FILE-NOT-FOUND
               OPEN OUTPUT CAPACITY-FILE
           END-IF.

           PERFORM FORECAST-ONE-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.

           CLOSE CAPACITY-FILE.

           DISPLAY ' '.
           DISPLAY '  DATASETS LOW ON SPACE : ' LOW-COUNT.
           DISPLAY '  DATASETS AT THE LIMIT : ' FULL-COUNT.
           DISPLAY '  DATASETS NOT MEASURED : ' MISSING-COUNT.

           IF LOW-COUNT > ZERO OR FULL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    PARM is the threshold in nights; blank keeps the default.
       APPLY-PARM-OVERRIDES.
           IF ADDRESS OF PARM-FIELD NOT = NULL
               AND PARM-LENGTH > ZERO
               MOVE SPACES TO PARM-THRESHOLD-TEXT
               MOVE PARM-VALUE (1:PARM-LENGTH) TO PARM-THRESHOLD-TEXT
               IF PARM-THRESHOLD-TEXT NOT = SPACES
                   COMPUTE THRESHOLD-NIGHTS =
                       FUNCTION NUMVAL(PARM-THRESHOLD-TEXT)
               END-IF
           END-IF.
           IF THRESHOLD-NIGHTS < 1
               MOVE 1 TO THRESHOLD-NIGHTS
           END-IF.

       CLEAR-DATASET-MEASURE.
           MOVE ZERO TO DM-RECORD-COUNT (DATASET-IDX).
           SET DM-MEASURED (DATASET-IDX) TO TRUE.
           MOVE ZERO TO DM-HISTORY-NIGHTS (DATASET-IDX).
           MOVE SPACES TO DM-FIRST-DATE (DATASET-IDX).
           MOVE ZERO TO DM-FIRST-LEVEL (DATASET-IDX).
           MOVE SPACES TO DM-LAST-DATE (DATASET-IDX).
           MOVE ZERO TO DM-LAST-COUNT (DATASET-IDX).
           MOVE ZERO TO DM-LEVEL (DATASET-IDX).

      *    A master that cannot be opened leaves it, and every
      *    staging dataset counted off it, unmeasured tonight.
       MARK-SOURCE-MISSING.
           IF CD-SOURCE (DATASET-IDX) = MEASURE-SOURCE
               SET DM-MISSING (DATASET-IDX) TO TRUE
           END-IF.

      *    One master record counts once against the master and
      *    once against its suite's staging dataset, if it has one.
       COUNT-INTO-DATASET.
           IF CD-SOURCE (DATASET-IDX) = MEASURE-SOURCE
               AND (CD-SUITE-NAME (DATASET-IDX) = SPACES
                   OR CD-SUITE-NAME (DATASET-IDX) = MEASURE-SUITE)
               ADD 1 TO DM-RECORD-COUNT (DATASET-IDX)
           END-IF.

       MEASURE-EXTRACT-FILE.
           MOVE 'X' TO MEASURE-SOURCE.
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-NOT-FOUND
               DISPLAY '  MATHXTRC NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-EXTRACT
               PERFORM COUNT-EXTRACT-RECORD UNTIL EXTRACT-FILE-EOF
               CLOSE EXTRACT-FILE
           END-IF.

       READ-NEXT-EXTRACT.
           READ EXTRACT-FILE
               AT END SET EXTRACT-FILE-EOF TO TRUE
           END-READ.

       COUNT-EXTRACT-RECORD.
           MOVE RX-SUITE-NAME TO MEASURE-SUITE.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-EXTRACT.

       MEASURE-TRIAL-FILE.
           MOVE 'T' TO MEASURE-SOURCE.
           OPEN INPUT TRIAL-FILE.
           IF TRIAL-FILE-NOT-FOUND
               DISPLAY '  MATHTRLS NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-TRIAL
               PERFORM COUNT-TRIAL-RECORD UNTIL TRIAL-FILE-EOF
               CLOSE TRIAL-FILE
           END-IF.

       READ-NEXT-TRIAL.
           READ TRIAL-FILE
               AT END SET TRIAL-FILE-EOF TO TRUE
           END-READ.

       COUNT-TRIAL-RECORD.
           MOVE TL-SUITE-NAME TO MEASURE-SUITE.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-TRIAL.

       MEASURE-NEARMISS-FILE.
           MOVE 'N' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT NEARMISS-FILE.
           IF NEARMISS-FILE-NOT-FOUND
               DISPLAY '  MATHNMIS NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-NEARMISS
               PERFORM COUNT-NEARMISS-RECORD UNTIL NEARMISS-FILE-EOF
               CLOSE NEARMISS-FILE
           END-IF.

       READ-NEXT-NEARMISS.
           READ NEARMISS-FILE
               AT END SET NEARMISS-FILE-EOF TO TRUE
           END-READ.

       COUNT-NEARMISS-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-NEARMISS.

       MEASURE-GENERATION-FILE.
           MOVE 'B' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-FILE-NOT-FOUND
               DISPLAY '  MATHBGEN NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-GENERATION
               PERFORM COUNT-GENERATION-RECORD
                   UNTIL GENERATION-FILE-EOF
               CLOSE GENERATION-FILE
           END-IF.

       READ-NEXT-GENERATION.
           READ GENERATION-FILE
               AT END SET GENERATION-FILE-EOF TO TRUE
           END-READ.

       COUNT-GENERATION-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-GENERATION.

       MEASURE-PARTIAL-FILE.
           MOVE 'P' TO MEASURE-SOURCE.
           OPEN INPUT PARTIAL-FILE.
           IF PARTIAL-FILE-NOT-FOUND
               DISPLAY '  MATHPART NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-PARTIAL
               PERFORM COUNT-PARTIAL-RECORD UNTIL PARTIAL-FILE-EOF
               CLOSE PARTIAL-FILE
           END-IF.

       READ-NEXT-PARTIAL.
           READ PARTIAL-FILE
               AT END SET PARTIAL-FILE-EOF TO TRUE
           END-READ.

       COUNT-PARTIAL-RECORD.
           MOVE PART-SUITE-NAME TO MEASURE-SUITE.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-PARTIAL.

       MEASURE-TIMING-FILE.
           MOVE 'M' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT TIMING-FILE.
           IF TIMING-FILE-NOT-FOUND
               DISPLAY '  MATHTIME NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-TIMING
               PERFORM COUNT-TIMING-RECORD UNTIL TIMING-FILE-EOF
               CLOSE TIMING-FILE
           END-IF.

       READ-NEXT-TIMING.
           READ TIMING-FILE
               AT END SET TIMING-FILE-EOF TO TRUE
           END-READ.

       COUNT-TIMING-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-TIMING.

       MEASURE-HISTORY-FILE.
           MOVE 'H' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-NOT-FOUND
               DISPLAY '  MATHHIST NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-HISTORY
               PERFORM COUNT-HISTORY-RECORD UNTIL HISTORY-FILE-EOF
               CLOSE HISTORY-FILE
           END-IF.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE
               AT END SET HISTORY-FILE-EOF TO TRUE
           END-READ.

       COUNT-HISTORY-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-HISTORY.

       MEASURE-AUDIT-FILE.
           MOVE 'A' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-NOT-FOUND
               DISPLAY '  MATHAUDT NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-AUDIT
               PERFORM COUNT-AUDIT-RECORD UNTIL AUDIT-FILE-EOF
               CLOSE AUDIT-FILE
           END-IF.

       READ-NEXT-AUDIT.
           READ AUDIT-FILE
               AT END SET AUDIT-FILE-EOF TO TRUE
           END-READ.

       COUNT-AUDIT-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-AUDIT.

       MEASURE-PROMOTION-FILE.
           MOVE 'L' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT PROMOTION-FILE.
           IF PROMOTION-FILE-NOT-FOUND
               DISPLAY '  MATHPROT NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-PROMOTION
               PERFORM COUNT-PROMOTION-RECORD UNTIL PROMOTION-FILE-EOF
               CLOSE PROMOTION-FILE
           END-IF.

       READ-NEXT-PROMOTION.
           READ PROMOTION-FILE
               AT END SET PROMOTION-FILE-EOF TO TRUE
           END-READ.

       COUNT-PROMOTION-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-PROMOTION.

       MEASURE-DRIFT-FILE.
           MOVE 'D' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT DRIFT-FILE.
           IF DRIFT-FILE-NOT-FOUND
               DISPLAY '  MATHDRFT NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-DRIFT
               PERFORM COUNT-DRIFT-RECORD UNTIL DRIFT-FILE-EOF
               CLOSE DRIFT-FILE
           END-IF.

       READ-NEXT-DRIFT.
           READ DRIFT-FILE
               AT END SET DRIFT-FILE-EOF TO TRUE
           END-READ.

       COUNT-DRIFT-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-DRIFT.

       MEASURE-DEFECT-FILE.
           MOVE 'F' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT DEFECT-FILE.
           IF DEFECT-FILE-NOT-FOUND
               DISPLAY '  MATHDFCT NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-DEFECT
               PERFORM COUNT-DEFECT-RECORD UNTIL DEFECT-FILE-EOF
               CLOSE DEFECT-FILE
           END-IF.

       READ-NEXT-DEFECT.
           READ DEFECT-FILE
               AT END SET DEFECT-FILE-EOF TO TRUE
           END-READ.

       COUNT-DEFECT-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-DEFECT.

       MEASURE-CERT-FILE.
           MOVE 'C' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT CERT-FILE.
           IF CERT-FILE-NOT-FOUND
               DISPLAY '  MATHCERT NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-CERT
               PERFORM COUNT-CERT-RECORD UNTIL CERT-FILE-EOF
               CLOSE CERT-FILE
           END-IF.

       READ-NEXT-CERT.
           READ CERT-FILE
               AT END SET CERT-FILE-EOF TO TRUE
           END-READ.

       COUNT-CERT-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-CERT.

       MEASURE-CONTROL-FILE.
           MOVE 'K' TO MEASURE-SOURCE.
           MOVE SPACES TO MEASURE-SUITE.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND
               DISPLAY '  MATHCTRL NOT FOUND - NOT MEASURED'
               PERFORM MARK-SOURCE-MISSING
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
           ELSE
               PERFORM READ-NEXT-CONTROL
               PERFORM COUNT-CONTROL-RECORD UNTIL CONTROL-FILE-EOF
               CLOSE CONTROL-FILE
           END-IF.

       READ-NEXT-CONTROL.
           READ CONTROL-FILE
               AT END SET CONTROL-FILE-EOF TO TRUE
           END-READ.

       COUNT-CONTROL-RECORD.
           PERFORM COUNT-INTO-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DS-ENTRY-COUNT.
           PERFORM READ-NEXT-CONTROL.

      *    Only earlier nights feed the trend: rows already written
      *    today by an earlier attempt at tonight's run are left on
      *    file but superseded by tonight's measurement, and nights
      *    a dataset could not be measured carry nothing to trend.
       LOAD-CAPACITY-HISTORY.
           OPEN INPUT CAPACITY-FILE.
           IF CAPACITY-FILE-NOT-FOUND
               DISPLAY '  MATHCAPH NOT FOUND - NO HISTORY TO TREND'
           ELSE
               PERFORM READ-NEXT-CAPACITY
               PERFORM TAKE-CAPACITY-ROW UNTIL CAPACITY-FILE-EOF
               CLOSE CAPACITY-FILE
           END-IF.

       READ-NEXT-CAPACITY.
           READ CAPACITY-FILE
               AT END SET CAPACITY-FILE-EOF TO TRUE
           END-READ.

       TAKE-CAPACITY-ROW.
           ADD 1 TO HISTORY-ROWS-READ.
           IF CP-DATE < TODAYS-DATE AND NOT CP-NOT-MEASURED
               MOVE ZERO TO DATASET-FOUND-IDX
               PERFORM LOOKUP-DATASET-ENTRY
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DS-ENTRY-COUNT
                       OR DATASET-FOUND-IDX > ZERO
               IF DATASET-FOUND-IDX = ZERO
                   ADD 1 TO HISTORY-UNKNOWN
               ELSE
                   PERFORM EXTEND-TREND-WINDOW
               END-IF
           END-IF.
           PERFORM READ-NEXT-CAPACITY.

       LOOKUP-DATASET-ENTRY.
           IF CD-DATASET-NAME (DATASET-IDX) = CP-DATASET-NAME
               MOVE DATASET-IDX TO DATASET-FOUND-IDX
           END-IF.

       EXTEND-TREND-WINDOW.
           MOVE DATASET-FOUND-IDX TO DATASET-IDX.
           EVALUATE TRUE
               WHEN DM-HISTORY-NIGHTS (DATASET-IDX) = ZERO
                   PERFORM OPEN-TREND-WINDOW
               WHEN CD-CUMULATIVE (DATASET-IDX)
                   AND CP-RECORD-COUNT < DM-LAST-COUNT (DATASET-IDX)
                   PERFORM OPEN-TREND-WINDOW
               WHEN OTHER
                   IF CP-DATE NOT = DM-LAST-DATE (DATASET-IDX)
                       ADD 1 TO DM-HISTORY-NIGHTS (DATASET-IDX)
                   END-IF
                   MOVE CP-DATE TO DM-LAST-DATE (DATASET-IDX)
                   MOVE CP-RECORD-COUNT TO DM-LAST-COUNT (DATASET-IDX)
                   IF CD-CUMULATIVE (DATASET-IDX)
                       OR CP-RECORD-COUNT > DM-LEVEL (DATASET-IDX)
                       MOVE CP-RECORD-COUNT TO DM-LEVEL (DATASET-IDX)
                   END-IF
           END-EVALUATE.

       OPEN-TREND-WINDOW.
           MOVE 1 TO DM-HISTORY-NIGHTS (DATASET-IDX).
           MOVE CP-DATE TO DM-FIRST-DATE (DATASET-IDX).
           MOVE CP-RECORD-COUNT TO DM-FIRST-LEVEL (DATASET-IDX).
           MOVE CP-DATE TO DM-LAST-DATE (DATASET-IDX).
           MOVE CP-RECORD-COUNT TO DM-LAST-COUNT (DATASET-IDX).
           MOVE CP-RECORD-COUNT TO DM-LEVEL (DATASET-IDX).

      *    Space is worked from the record count the way the
      *    allocation was: LRECL into BLKSIZE gives records per
      *    block, the 3390 geometry blocks per track, and the
      *    primary plus fifteen secondary extents the most tracks
      *    the dataset can reach before it abends out of space.
       FORECAST-ONE-DATASET.
           MOVE SPACES TO CAPACITY-HISTORY-RECORD.
           MOVE TODAYS-DATE TO CP-DATE.
           MOVE CD-DATASET-NAME (DATASET-IDX) TO CP-DATASET-NAME.
           MOVE THRESHOLD-NIGHTS TO CP-THRESHOLD.

           MOVE 1 TO BLOCKS-PER-TRACK.
           PERFORM FIND-BLOCKS-PER-TRACK
               VARYING TRACK-BLOCK-IDX FROM 1 BY 1
               UNTIL TRACK-BLOCK-IDX > 10.
           DIVIDE CD-LRECL (DATASET-IDX) INTO CD-BLKSIZE (DATASET-IDX)
               GIVING RECORDS-PER-BLOCK.
           COMPUTE RECORDS-PER-TRACK =
               BLOCKS-PER-TRACK * RECORDS-PER-BLOCK.
           COMPUTE CP-TRACKS-LIMIT =
               CD-PRIMARY-TRACKS (DATASET-IDX)
               + 15 * CD-SECONDARY-TRACKS (DATASET-IDX).
           COMPUTE CP-RECORD-LIMIT =
               CP-TRACKS-LIMIT * RECORDS-PER-TRACK.

           IF DM-MISSING (DATASET-IDX)
               ADD 1 TO MISSING-COUNT
               MOVE ZERO TO CP-RECORD-COUNT
               MOVE ZERO TO CP-TRACKS-USED
               MOVE ZERO TO CP-GROWTH-PER-NIGHT
               MOVE ZERO TO CP-NIGHTS-TRENDED
               MOVE ZERO TO CP-NIGHTS-LEFT
               SET CP-NOT-MEASURED TO TRUE
           ELSE
               PERFORM FORECAST-MEASURED-DATASET
           END-IF.

           WRITE CAPACITY-HISTORY-RECORD.

           MOVE ZERO TO PCT-USED.
           IF CP-TRACKS-LIMIT > ZERO
               COMPUTE PCT-USED =
                   CP-TRACKS-USED * 100 / CP-TRACKS-LIMIT
           END-IF.
           DISPLAY '  ' CP-DATASET-NAME ' ' CP-STATUS
               ' RECORDS ' CP-RECORD-COUNT
               ' TRACKS ' CP-TRACKS-USED '/' CP-TRACKS-LIMIT
               ' (' PCT-USED '%)'.
           IF NOT CP-NOT-MEASURED
               MOVE CP-GROWTH-PER-NIGHT TO GROWTH-TEXT
               DISPLAY '      GROWTH ' GROWTH-TEXT
                   ' RECORDS/NIGHT OVER ' CP-NIGHTS-TRENDED
                   ' NIGHT(S), NIGHTS LEFT ' CP-NIGHTS-LEFT
           END-IF.

       FIND-BLOCKS-PER-TRACK.
           IF CD-BLKSIZE (DATASET-IDX)
               NOT > TB-MAX-BLKSIZE (TRACK-BLOCK-IDX)
               MOVE TRACK-BLOCK-IDX TO BLOCKS-PER-TRACK
           END-IF.

       FORECAST-MEASURED-DATASET.
           MOVE DM-RECORD-COUNT (DATASET-IDX) TO CP-RECORD-COUNT.
           DIVIDE RECORDS-PER-TRACK INTO CP-RECORD-COUNT
               GIVING CP-TRACKS-USED REMAINDER TRACK-REMAINDER.
           IF TRACK-REMAINDER > ZERO
               ADD 1 TO CP-TRACKS-USED
           END-IF.

      *    A kind C dataset smaller than its last recorded night was
      *    archived or pruned since, so the trend starts again from
      *    tonight.
           SET TREND-AVAILABLE TO TRUE.
           MOVE CP-RECORD-COUNT TO TONIGHT-LEVEL.
           EVALUATE TRUE
               WHEN DM-HISTORY-NIGHTS (DATASET-IDX) = ZERO
                   SET TREND-UNAVAILABLE TO TRUE
               WHEN CD-CUMULATIVE (DATASET-IDX)
                   AND CP-RECORD-COUNT < DM-LAST-COUNT (DATASET-IDX)
                   SET TREND-UNAVAILABLE TO TRUE
               WHEN CD-REFILLED (DATASET-IDX)
                   AND DM-LEVEL (DATASET-IDX) > CP-RECORD-COUNT
                   MOVE DM-LEVEL (DATASET-IDX) TO TONIGHT-LEVEL
           END-EVALUATE.

           MOVE ZERO TO CP-GROWTH-PER-NIGHT.
           MOVE ZERO TO CP-NIGHTS-TRENDED.
           IF TREND-AVAILABLE
               MOVE DM-FIRST-DATE (DATASET-IDX) (1:4)
                   TO DATE-YMD-ARG (1:4)
               MOVE DM-FIRST-DATE (DATASET-IDX) (6:2)
                   TO DATE-YMD-ARG (5:2)
               MOVE DM-FIRST-DATE (DATASET-IDX) (9:2)
                   TO DATE-YMD-ARG (7:2)
               COMPUTE FIRST-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(DATE-YMD-ARG)
               COMPUTE SPAN-DAYS = TODAY-DAY-INT - FIRST-DAY-INT
               IF SPAN-DAYS > ZERO
                   MOVE SPAN-DAYS TO CP-NIGHTS-TRENDED
                   IF TONIGHT-LEVEL > DM-FIRST-LEVEL (DATASET-IDX)
                       COMPUTE CP-GROWTH-PER-NIGHT ROUNDED =
                           (TONIGHT-LEVEL
                               - DM-FIRST-LEVEL (DATASET-IDX))
                           / SPAN-DAYS
                   END-IF
               ELSE
                   SET TREND-UNAVAILABLE TO TRUE
               END-IF
           END-IF.

           MOVE 99999 TO CP-NIGHTS-LEFT.
           IF TONIGHT-LEVEL NOT < CP-RECORD-LIMIT
               MOVE ZERO TO CP-NIGHTS-LEFT
           ELSE
               IF CP-GROWTH-PER-NIGHT > ZERO
                   COMPUTE NIGHTS-LEFT-WORK =
                       (CP-RECORD-LIMIT - TONIGHT-LEVEL)
                       / CP-GROWTH-PER-NIGHT
                   IF NIGHTS-LEFT-WORK < 99999
                       MOVE NIGHTS-LEFT-WORK TO CP-NIGHTS-LEFT
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN TONIGHT-LEVEL NOT < CP-RECORD-LIMIT
                   SET CP-AT-LIMIT TO TRUE
                   ADD 1 TO FULL-COUNT
               WHEN TREND-UNAVAILABLE
                   SET CP-NO-TREND TO TRUE
               WHEN CP-NIGHTS-LEFT < THRESHOLD-NIGHTS
                   SET CP-LOW-ON-SPACE TO TRUE
                   ADD 1 TO LOW-COUNT
               WHEN OTHER
                   SET CP-ROOM-LEFT TO TRUE
           END-EVALUATE.

       END PROGRAM CAPACITY-CHECK.
