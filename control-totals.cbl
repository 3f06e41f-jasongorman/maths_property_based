       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-TOTALS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUIT-EXTRACT-FILE ASSIGN TO 'SUITXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUIT-EXTRACT-STATUS.
           SELECT SUIT-TRIAL-FILE ASSIGN TO 'SUITTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUIT-TRIAL-STATUS.
           SELECT SUIT-TIMING-FILE ASSIGN TO 'SUITTIME'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUIT-TIMING-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO 'MATHXTRC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT TRIAL-FILE ASSIGN TO 'MATHTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-FILE-STATUS.
           SELECT TIMING-FILE ASSIGN TO 'MATHTIME'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMING-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'MATHCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    Staging and master share a layout, so both are read as
      *    images and moved into the one working copy of the record
      *    the hash paragraphs work on.
       FD  SUIT-EXTRACT-FILE.
           01  SUIT-EXTRACT-IMAGE   PIC X(97).
       FD  SUIT-TRIAL-FILE.
           01  SUIT-TRIAL-IMAGE     PIC X(70).
       FD  SUIT-TIMING-FILE.
           01  SUIT-TIMING-IMAGE    PIC X(59).
       FD  EXTRACT-FILE.
           01  EXTRACT-IMAGE        PIC X(97).
       FD  TRIAL-FILE.
           01  TRIAL-IMAGE          PIC X(70).
       FD  TIMING-FILE.
           01  TIMING-IMAGE         PIC X(59).
       FD  CONTROL-FILE.
           COPY 'control-total.cpy'.
       WORKING-STORAGE SECTION.
           01  SUIT-EXTRACT-STATUS  PIC X(02).
               88  SUIT-EXTRACT-NOT-FOUND  VALUE '35'.
               88  SUIT-EXTRACT-EOF        VALUE '10'.
           01  SUIT-TRIAL-STATUS    PIC X(02).
               88  SUIT-TRIAL-NOT-FOUND    VALUE '35'.
               88  SUIT-TRIAL-EOF          VALUE '10'.
           01  SUIT-TIMING-STATUS   PIC X(02).
               88  SUIT-TIMING-NOT-FOUND   VALUE '35'.
               88  SUIT-TIMING-EOF         VALUE '10'.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND  VALUE '35'.
               88  EXTRACT-FILE-EOF        VALUE '10'.
           01  TRIAL-FILE-STATUS    PIC X(02).
               88  TRIAL-FILE-NOT-FOUND    VALUE '35'.
               88  TRIAL-FILE-EOF          VALUE '10'.
           01  TIMING-FILE-STATUS   PIC X(02).
               88  TIMING-FILE-NOT-FOUND   VALUE '35'.
               88  TIMING-FILE-EOF         VALUE '10'.
           01  CONTROL-FILE-STATUS  PIC X(02).
               88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
               88  CONTROL-FILE-EOF        VALUE '10'.
           COPY 'result-extract.cpy'.
           COPY 'trial-log.cpy'.
           COPY 'timing-record.cpy'.
      *    The newest control record seen for the file in mode V.
           01  CONTROL-FOUND-FLAG   PIC X(01).
               88  CONTROL-FOUND        VALUE 'Y'.
               88  CONTROL-NOT-FOUND    VALUE 'N'.
      *    A row whose numbers are not numbers is still counted, but
      *    adds nothing to the hashes - the compare then fails on it
      *    instead of the step abending on the bad data.
           01  UNREADABLE-COUNT     PIC 9(9).
           01  AMOUNT-TEXT          PIC -(15)9.9(8).
       LINKAGE SECTION.
           COPY 'control-request.cpy'.
       PROCEDURE DIVISION USING CONTROL-REQUEST.
      *    Keeps the night's MATHCTRL records for the three master
      *    files the reporting steps read - MATHXTRC, MATHTRLS and
      *    MATHTIME - and checks a master against its record. Only
      *    the nightly's serial writers (CLEANUP and the COLLECT
      *    steps) call the O and A modes, so a master that a step
      *    truncated, or that lost or gained rows any other way,
      *    no longer matches, and the reader that finds it ends
      *    RC 12 instead of reporting on a short file.
       MAIN-PROCEDURE.
           MOVE ZERO TO CQ-FOUND-COUNT.
           MOVE ZERO TO CQ-FOUND-FLAGS.
           MOVE ZERO TO CQ-FOUND-AMOUNT.
           MOVE ZERO TO UNREADABLE-COUNT.

           EVALUATE TRUE
               WHEN CQ-OPEN-MODE
                   PERFORM HASH-MASTER-FILE
                   PERFORM OPEN-CONTROL-RECORD
               WHEN CQ-ADD-MODE
                   PERFORM HASH-STAGING-FILE
                   PERFORM ADD-TO-CONTROL-RECORD
               WHEN OTHER
                   PERFORM VERIFY-MASTER-FILE
           END-EVALUATE.

           GOBACK.

       HASH-MASTER-FILE.
           EVALUATE TRUE
               WHEN CQ-EXTRACT-FILE
                   PERFORM HASH-MASTER-EXTRACT
               WHEN CQ-TRIAL-FILE
                   PERFORM HASH-MASTER-TRIALS
               WHEN OTHER
                   PERFORM HASH-MASTER-TIMINGS
           END-EVALUATE.

       HASH-STAGING-FILE.
           EVALUATE TRUE
               WHEN CQ-EXTRACT-FILE
                   PERFORM HASH-STAGING-EXTRACT
               WHEN CQ-TRIAL-FILE
                   PERFORM HASH-STAGING-TRIALS
               WHEN OTHER
                   PERFORM HASH-STAGING-TIMINGS
           END-EVALUATE.

      *    Tonight's record starts from whatever the master holds as
      *    CLEANUP leaves it: nothing for the scratched extract and
      *    trial log, and for the cumulative MATHTIME any rows a job
      *    already wrote under today's date.
       OPEN-CONTROL-RECORD.
           PERFORM OPEN-CONTROL-FOR-UPDATE.

           MOVE CQ-CONTROL-DATE  TO CTL-DATE.
           MOVE CQ-FILE-NAME     TO CTL-FILE-NAME.
           MOVE CQ-FOUND-COUNT   TO CTL-RECORD-COUNT.
           MOVE CQ-FOUND-FLAGS   TO CTL-FLAG-HASH.
           MOVE CQ-FOUND-AMOUNT  TO CTL-AMOUNT-HASH.

           WRITE CONTROL-TOTAL-RECORD
               INVALID KEY
                   REWRITE CONTROL-TOTAL-RECORD
                       INVALID KEY
                           DISPLAY 'CONTROL-TOTALS: MATHCTRL REWRITE'
                               ' FAILED FOR ' CQ-FILE-NAME
                   END-REWRITE
           END-WRITE.

           PERFORM RETURN-CONTROL-FIGURES.
           CLOSE CONTROL-FILE.

      *    Same accumulate-in-place as WRITE-TEST-HISTORY: a collect
      *    that finds no record for the date (CLEANUP was not run
      *    tonight) starts one from its own figures.
       ADD-TO-CONTROL-RECORD.
           PERFORM OPEN-CONTROL-FOR-UPDATE.

           MOVE CQ-CONTROL-DATE  TO CTL-DATE.
           MOVE CQ-FILE-NAME     TO CTL-FILE-NAME.

           READ CONTROL-FILE
               INVALID KEY
                   MOVE CQ-FOUND-COUNT  TO CTL-RECORD-COUNT
                   MOVE CQ-FOUND-FLAGS  TO CTL-FLAG-HASH
                   MOVE CQ-FOUND-AMOUNT TO CTL-AMOUNT-HASH
                   WRITE CONTROL-TOTAL-RECORD
                       INVALID KEY
                           DISPLAY 'CONTROL-TOTALS: MATHCTRL WRITE'
                               ' FAILED FOR ' CQ-FILE-NAME
                   END-WRITE
               NOT INVALID KEY
                   ADD CQ-FOUND-COUNT  TO CTL-RECORD-COUNT
                   ADD CQ-FOUND-FLAGS  TO CTL-FLAG-HASH
                   ADD CQ-FOUND-AMOUNT TO CTL-AMOUNT-HASH
                   REWRITE CONTROL-TOTAL-RECORD
                       INVALID KEY
                           DISPLAY 'CONTROL-TOTALS: MATHCTRL REWRITE'
                               ' FAILED FOR ' CQ-FILE-NAME
                   END-REWRITE
           END-READ.

           PERFORM RETURN-CONTROL-FIGURES.
           CLOSE CONTROL-FILE.

      *    First night: OPEN OUTPUT only creates the empty cluster,
      *    so it is closed and reopened I-O, as DEFECT-TRACK does.
       OPEN-CONTROL-FOR-UPDATE.
           OPEN I-O CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.

       RETURN-CONTROL-FIGURES.
           MOVE CTL-RECORD-COUNT TO CQ-EXPECTED-COUNT.
           MOVE CTL-FLAG-HASH    TO CQ-EXPECTED-FLAGS.
           MOVE CTL-AMOUNT-HASH  TO CQ-EXPECTED-AMOUNT.

      *    The newest record for the file is the night the master
      *    now holds: the extract and the trial log are scratched
      *    each fresh night, and MATHTIME is counted by that date.
       VERIFY-MASTER-FILE.
           MOVE SPACES TO CQ-CONTROL-DATE.
           MOVE ZERO TO CQ-EXPECTED-COUNT.
           MOVE ZERO TO CQ-EXPECTED-FLAGS.
           MOVE ZERO TO CQ-EXPECTED-AMOUNT.
           SET CONTROL-NOT-FOUND TO TRUE.

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-NOT-FOUND
               SET CQ-NOT-UNDER-CONTROL TO TRUE
               DISPLAY 'CONTROL CHECK ' CQ-FILE-NAME
                   ': NO MATHCTRL GIVEN - NOT CHECKED'
           ELSE
               PERFORM READ-NEXT-CONTROL
               PERFORM NOTE-CONTROL-RECORD UNTIL CONTROL-FILE-EOF
               CLOSE CONTROL-FILE
               PERFORM JUDGE-MASTER-FILE
           END-IF.

       READ-NEXT-CONTROL.
           READ CONTROL-FILE NEXT RECORD
               AT END SET CONTROL-FILE-EOF TO TRUE
           END-READ.

      *    The key leads with the date, so the last match read is
      *    the newest.
       NOTE-CONTROL-RECORD.
           IF CTL-FILE-NAME = CQ-FILE-NAME
               SET CONTROL-FOUND TO TRUE
               MOVE CTL-DATE         TO CQ-CONTROL-DATE
               MOVE CTL-RECORD-COUNT TO CQ-EXPECTED-COUNT
               MOVE CTL-FLAG-HASH    TO CQ-EXPECTED-FLAGS
               MOVE CTL-AMOUNT-HASH  TO CQ-EXPECTED-AMOUNT
           END-IF.
           PERFORM READ-NEXT-CONTROL.

       JUDGE-MASTER-FILE.
           IF CONTROL-NOT-FOUND
               SET CQ-NO-CONTROL TO TRUE
               DISPLAY 'CONTROL CHECK ' CQ-FILE-NAME
                   ': *** NO CONTROL RECORD ON MATHCTRL - THE FILE'
                   ' CANNOT BE TRUSTED'
           ELSE
               PERFORM HASH-MASTER-FILE
               DISPLAY 'CONTROL CHECK ' CQ-FILE-NAME
                   ' OF ' CQ-CONTROL-DATE
               MOVE CQ-EXPECTED-AMOUNT TO AMOUNT-TEXT
               DISPLAY '  CONTROL : ROWS ' CQ-EXPECTED-COUNT
                   ' FLAGS ' CQ-EXPECTED-FLAGS
                   ' AMOUNT ' AMOUNT-TEXT
               MOVE CQ-FOUND-AMOUNT TO AMOUNT-TEXT
               DISPLAY '  FOUND   : ROWS ' CQ-FOUND-COUNT
                   ' FLAGS ' CQ-FOUND-FLAGS
                   ' AMOUNT ' AMOUNT-TEXT
               IF UNREADABLE-COUNT > ZERO
                   DISPLAY '  UNREADABLE ROWS: ' UNREADABLE-COUNT
               END-IF
               IF CQ-FOUND-COUNT = CQ-EXPECTED-COUNT
                   AND CQ-FOUND-FLAGS = CQ-EXPECTED-FLAGS
                   AND CQ-FOUND-AMOUNT = CQ-EXPECTED-AMOUNT
                   SET CQ-MATCHED TO TRUE
               ELSE
                   SET CQ-MISMATCHED TO TRUE
                   DISPLAY '  *** ' CQ-FILE-NAME ' DOES NOT MATCH'
                       ' ITS CONTROL RECORD - SHORT OR DAMAGED'
               END-IF
           END-IF.

       HASH-MASTER-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-NOT-FOUND
               PERFORM READ-NEXT-EXTRACT
               PERFORM HASH-MASTER-EXTRACT-ROW
                   UNTIL EXTRACT-FILE-EOF
               CLOSE EXTRACT-FILE
           END-IF.

       READ-NEXT-EXTRACT.
           READ EXTRACT-FILE
               AT END SET EXTRACT-FILE-EOF TO TRUE
           END-READ.

       HASH-MASTER-EXTRACT-ROW.
           MOVE EXTRACT-IMAGE TO RESULT-EXTRACT-RECORD.
           PERFORM HASH-EXTRACT-ROW.
           PERFORM READ-NEXT-EXTRACT.

       HASH-STAGING-EXTRACT.
           OPEN INPUT SUIT-EXTRACT-FILE.
           IF NOT SUIT-EXTRACT-NOT-FOUND
               PERFORM READ-NEXT-SUIT-EXTRACT
               PERFORM HASH-STAGING-EXTRACT-ROW
                   UNTIL SUIT-EXTRACT-EOF
               CLOSE SUIT-EXTRACT-FILE
           END-IF.

       READ-NEXT-SUIT-EXTRACT.
           READ SUIT-EXTRACT-FILE
               AT END SET SUIT-EXTRACT-EOF TO TRUE
           END-READ.

       HASH-STAGING-EXTRACT-ROW.
           MOVE SUIT-EXTRACT-IMAGE TO RESULT-EXTRACT-RECORD.
           PERFORM HASH-EXTRACT-ROW.
           PERFORM READ-NEXT-SUIT-EXTRACT.

       HASH-EXTRACT-ROW.
           ADD 1 TO CQ-FOUND-COUNT.
           IF RX-PASSED
               ADD 1 TO CQ-FOUND-FLAGS
           END-IF.
           IF RX-EXPECTED IS NUMERIC
               AND RX-ACTUAL IS NUMERIC
               AND RX-MARGIN IS NUMERIC
               ADD RX-EXPECTED RX-ACTUAL RX-MARGIN
                   TO CQ-FOUND-AMOUNT
           ELSE
               ADD 1 TO UNREADABLE-COUNT
           END-IF.

       HASH-MASTER-TRIALS.
           OPEN INPUT TRIAL-FILE.
           IF NOT TRIAL-FILE-NOT-FOUND
               PERFORM READ-NEXT-TRIAL
               PERFORM HASH-MASTER-TRIAL-ROW UNTIL TRIAL-FILE-EOF
               CLOSE TRIAL-FILE
           END-IF.

       READ-NEXT-TRIAL.
           READ TRIAL-FILE
               AT END SET TRIAL-FILE-EOF TO TRUE
           END-READ.

       HASH-MASTER-TRIAL-ROW.
           MOVE TRIAL-IMAGE TO TRIAL-LOG-RECORD.
           PERFORM HASH-TRIAL-ROW.
           PERFORM READ-NEXT-TRIAL.

       HASH-STAGING-TRIALS.
           OPEN INPUT SUIT-TRIAL-FILE.
           IF NOT SUIT-TRIAL-NOT-FOUND
               PERFORM READ-NEXT-SUIT-TRIAL
               PERFORM HASH-STAGING-TRIAL-ROW UNTIL SUIT-TRIAL-EOF
               CLOSE SUIT-TRIAL-FILE
           END-IF.

       READ-NEXT-SUIT-TRIAL.
           READ SUIT-TRIAL-FILE
               AT END SET SUIT-TRIAL-EOF TO TRUE
           END-READ.

       HASH-STAGING-TRIAL-ROW.
           MOVE SUIT-TRIAL-IMAGE TO TRIAL-LOG-RECORD.
           PERFORM HASH-TRIAL-ROW.
           PERFORM READ-NEXT-SUIT-TRIAL.

       HASH-TRIAL-ROW.
           ADD 1 TO CQ-FOUND-COUNT.
           IF TL-TRIAL-IDX IS NUMERIC
               AND TL-INPUT IS NUMERIC
               AND TL-INPUT-2 IS NUMERIC
               ADD TL-TRIAL-IDX TO CQ-FOUND-FLAGS
               ADD TL-INPUT TL-INPUT-2 TO CQ-FOUND-AMOUNT
           ELSE
               ADD 1 TO UNREADABLE-COUNT
           END-IF.

       HASH-MASTER-TIMINGS.
           OPEN INPUT TIMING-FILE.
           IF NOT TIMING-FILE-NOT-FOUND
               PERFORM READ-NEXT-TIMING
               PERFORM HASH-MASTER-TIMING-ROW UNTIL TIMING-FILE-EOF
               CLOSE TIMING-FILE
           END-IF.

       READ-NEXT-TIMING.
           READ TIMING-FILE
               AT END SET TIMING-FILE-EOF TO TRUE
           END-READ.

       HASH-MASTER-TIMING-ROW.
           MOVE TIMING-IMAGE TO TIMING-RECORD.
           PERFORM HASH-TIMING-ROW.
           PERFORM READ-NEXT-TIMING.

       HASH-STAGING-TIMINGS.
           OPEN INPUT SUIT-TIMING-FILE.
           IF NOT SUIT-TIMING-NOT-FOUND
               PERFORM READ-NEXT-SUIT-TIMING
               PERFORM HASH-STAGING-TIMING-ROW
                   UNTIL SUIT-TIMING-EOF
               CLOSE SUIT-TIMING-FILE
           END-IF.

       READ-NEXT-SUIT-TIMING.
           READ SUIT-TIMING-FILE
               AT END SET SUIT-TIMING-EOF TO TRUE
           END-READ.

       HASH-STAGING-TIMING-ROW.
           MOVE SUIT-TIMING-IMAGE TO TIMING-RECORD.
           PERFORM HASH-TIMING-ROW.
           PERFORM READ-NEXT-SUIT-TIMING.

      *    Older nights' rows stay on MATHTIME until HISTORY-ARCHIVE
      *    rolls them up, so only the control date's rows count.
       HASH-TIMING-ROW.
           IF TM-DATE = CQ-CONTROL-DATE
               ADD 1 TO CQ-FOUND-COUNT
               IF TM-TRIAL-IDX IS NUMERIC
                   AND TM-ELAPSED-CS IS NUMERIC
                   ADD TM-TRIAL-IDX TO CQ-FOUND-FLAGS
                   ADD TM-ELAPSED-CS TO CQ-FOUND-AMOUNT
               ELSE
                   ADD 1 TO UNREADABLE-COUNT
               END-IF
           END-IF.

       END PROGRAM CONTROL-TOTALS.
