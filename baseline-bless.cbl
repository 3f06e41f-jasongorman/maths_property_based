           SELECT GENERATION-FILE ASSIGN TO 'MATHBGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT NIGHT-BUILD-FILE ASSIGN TO 'MATHNBLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-BUILD-STATUS.
           SELECT GENERATION-NEW-FILE ASSIGN TO 'MATHBNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-NEW-STATUS.
           SELECT NIGHT-MODE-FILE ASSIGN TO 'MATHNMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-MODE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           COPY 'result-extract.cpy'.
       FD  GENERATION-FILE.
           COPY 'baseline-generation.cpy'.
       FD  NIGHT-BUILD-FILE.
           COPY 'build-identity.cpy'.
       FD  GENERATION-NEW-FILE.
           01  NEW-GEN-RECORD.
               05  NG-DATE           PIC X(10).
               05  NG-SUITE-NAME     PIC X(30).
               05  NG-TEST-NAME      PIC X(30).
               05  NG-ACTUAL         PIC S9(4)V9(8).
               05  NG-BUILD-ID       PIC X(12).
       FD  NIGHT-MODE-FILE.
           COPY 'run-calendar.cpy'.
       WORKING-STORAGE SECTION.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND  VALUE '35'.
               88  GENERATION-NOT-FOUND    VALUE '35'.
               88  GENERATION-EOF          VALUE '10'.
           01  GENERATION-NEW-STATUS  PIC X(02).
           01  NIGHT-BUILD-STATUS   PIC X(02).
               88  NIGHT-BUILD-NOT-FOUND   VALUE '35'.
           01  NIGHT-MODE-STATUS    PIC X(02).
               88  NIGHT-MODE-NOT-FOUND    VALUE '35'.
      *    A boundary-grid night's property rows are one per grid
      *    point, repeated slice by slice under the same trial
      *    names, and answer different inputs from any random
      *    night's. They are not blessed: the newest generation's
      *    property rows are carried forward under tonight's date
      *    instead, so the next random night still has them to be
      *    judged against.
           01  GRID-NIGHT-FLAG      PIC X(01)  VALUE 'N'.
               88  GRID-NIGHT           VALUE 'Y'.
           01  PROPERTY-NAME-TALLY  PIC 9(2).
           01  GRID-ROWS-LEFT-OUT   PIC 9(9)  VALUE ZERO.
           01  CARRIED-COUNT        PIC 9(9)  VALUE ZERO.
      *    The build RUN-CLEANUP stamped the night with; UNKNOWN when
      *    MATHNBLD is missing or empty.
           01  NIGHT-BUILD.
               05  NB-BUILD-ID       PIC X(12).
               05  NB-LINK-DATE      PIC X(10).
               05  NB-CHANGE-REF     PIC X(12).
      *    How many generations MATHBGEN holds after tonight's bless,
      *    overridable from the EXEC PARM. Tonight's generation takes
      *    one slot, so KEEP-COUNT - 1 old dates survive the prune.
           01  COPIED-COUNT      PIC 9(9)  VALUE ZERO.
           01  PRUNED-COUNT      PIC 9(9)  VALUE ZERO.
           01  BLESSED-COUNT     PIC 9(9)  VALUE ZERO.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               MOVE 1 TO KEEP-COUNT
           END-IF.

      *    Only an extract proven whole is blessed: a short or
      *    damaged one, or one the step could not check, ends RC 12
      *    with MATHBNEW untouched, and BLESSCPY does not run.
           PERFORM CHECK-EXTRACT-CONTROL.
           IF NOT CQ-MATCHED
               DISPLAY 'BASELINE-BLESS: MATHXTRC FAILED ITS CONTROL'
                   ' CHECK - NOTHING BLESSED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NIGHT-BUILD.
           PERFORM READ-NIGHT-MODE.
           PERFORM LIST-GENERATION-DATES.
           PERFORM WORK-OUT-PRUNE-CUTOFF.


           PERFORM COPY-KEPT-GENERATIONS.
           PERFORM BLESS-TONIGHTS-EXTRACT.
           IF GRID-NIGHT AND GEN-DATE-COUNT > ZERO
               PERFORM CARRY-PROPERTY-ROWS-FORWARD
           END-IF.

           CLOSE GENERATION-NEW-FILE.

           DISPLAY 'BASELINE-BLESS: GENERATION ' TODAYS-DATE
               ' BLESSED WITH ' BLESSED-COUNT ' ACTUALS'.
           DISPLAY '  FROM BUILD     : ' NB-BUILD-ID.
           DISPLAY '  OLD ROWS KEPT  : ' COPIED-COUNT.
           DISPLAY '  OLD ROWS PRUNED: ' PRUNED-COUNT.
           IF GRID-NIGHT
               DISPLAY '  GRID ROWS LEFT OUT : ' GRID-ROWS-LEFT-OUT
               DISPLAY '  PROPERTY ROWS KEPT : ' CARRIED-COUNT
           END-IF.
           DISPLAY '  COPY MATHBNEW OVER MATHBGEN (BLESSCPY STEP)'.

           IF BLESSED-COUNT = ZERO

           GOBACK.

       READ-NIGHT-BUILD.
           MOVE SPACES TO NIGHT-BUILD.
           MOVE 'UNKNOWN' TO NB-BUILD-ID.
           OPEN INPUT NIGHT-BUILD-FILE.
           IF NOT NIGHT-BUILD-NOT-FOUND
               READ NIGHT-BUILD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUILD-IDENTITY-RECORD TO NIGHT-BUILD
               END-READ
               CLOSE NIGHT-BUILD-FILE
           END-IF.

       READ-NIGHT-MODE.
           OPEN INPUT NIGHT-MODE-FILE.
           IF NOT NIGHT-MODE-NOT-FOUND
               READ NIGHT-MODE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CAL-GRID-NIGHT
                           SET GRID-NIGHT TO TRUE
                       END-IF
               END-READ
               CLOSE NIGHT-MODE-FILE
           END-IF.

       LIST-GENERATION-DATES.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-NOT-FOUND
           END-READ.

       BLESS-ONE-EXTRACT-ROW.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT RX-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.

           IF PROPERTY-NAME-TALLY > ZERO
               ADD 1 TO GRID-ROWS-LEFT-OUT
           ELSE
               MOVE TODAYS-DATE TO NG-DATE
               MOVE RX-SUITE-NAME TO NG-SUITE-NAME
               MOVE RX-TEST-NAME TO NG-TEST-NAME
               MOVE RX-ACTUAL TO NG-ACTUAL
               MOVE NB-BUILD-ID TO NG-BUILD-ID
               WRITE NEW-GEN-RECORD
               ADD 1 TO BLESSED-COUNT
           END-IF.

           PERFORM READ-NEXT-EXTRACT.

      *    The newest earlier generation's property rows, re-dated
      *    to tonight but keeping the build they were blessed from.
       CARRY-PROPERTY-ROWS-FORWARD.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM READ-NEXT-GENERATION
               PERFORM CARRY-ONE-GENERATION-ROW
                   UNTIL GENERATION-EOF
               CLOSE GENERATION-FILE
           END-IF.

       CARRY-ONE-GENERATION-ROW.
           IF BG-DATE = GD-DATE (GEN-DATE-COUNT)
               MOVE ZERO TO PROPERTY-NAME-TALLY
               INSPECT BG-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
               IF PROPERTY-NAME-TALLY > ZERO
                   MOVE BASELINE-GEN-RECORD TO NEW-GEN-RECORD
                   MOVE TODAYS-DATE TO NG-DATE
                   WRITE NEW-GEN-RECORD
                   ADD 1 TO CARRIED-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-GENERATION.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM BASELINE-BLESS.
