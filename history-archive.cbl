           SELECT NEARMISS-ARC-FILE ASSIGN TO 'MATHNARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEARMISS-ARC-STATUS.
           SELECT CAPACITY-FILE ASSIGN TO 'MATHCAPH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-FILE-STATUS.
           SELECT CAPACITY-NEW-FILE ASSIGN TO 'MATHKNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-NEW-STATUS.
           SELECT CAPACITY-ARC-FILE ASSIGN TO 'MATHKARC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPACITY-ARC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       FD  PROMOTION-NEW-FILE.
           01  PROMOTION-NEW-IMAGE   PIC X(117).
       FD  PROMOTION-ARC-FILE.
           01  PROMOTION-ARC-IMAGE   PIC X(117).
       FD  AUDIT-FILE.
           COPY 'case-audit.cpy'.
       FD  AUDIT-NEW-FILE.
           01  NEARMISS-NEW-IMAGE    PIC X(79).
       FD  NEARMISS-ARC-FILE.
           01  NEARMISS-ARC-IMAGE   PIC X(79).
       FD  CAPACITY-FILE.
           COPY 'capacity-history.cpy'.
       FD  CAPACITY-NEW-FILE.
           01  CAPACITY-NEW-IMAGE    PIC X(100).
       FD  CAPACITY-ARC-FILE.
           01  CAPACITY-ARC-IMAGE   PIC X(100).
       WORKING-STORAGE SECTION.
           01  HISTORY-FILE-STATUS  PIC X(02).
               88  HISTORY-FILE-NOT-FOUND  VALUE '35'.
           01  NEARMISS-NEW-STATUS  PIC X(02).
           01  NEARMISS-ARC-STATUS  PIC X(02).
               88  NEARMISS-ARC-NOT-FOUND  VALUE '35'.
           01  CAPACITY-FILE-STATUS PIC X(02).
               88  CAPACITY-FILE-NOT-FOUND VALUE '35'.
               88  CAPACITY-FILE-EOF       VALUE '10'.
           01  CAPACITY-NEW-STATUS  PIC X(02).
           01  CAPACITY-ARC-STATUS  PIC X(02).
               88  CAPACITY-ARC-NOT-FOUND  VALUE '35'.
      *    Records dated strictly before the cutoff are archived;
      *    everything on or after it is retained. The cutoff comes
      *    from the EXEC PARM as YYYY-MM-DD and is mandatory - a
           01  TIME-ROLLUP-FOUND PIC 9(3).
           01  TIME-ROLLUP-OVERFLOW PIC 9(5)  VALUE ZERO.
           01  ROLLUP-ELAPSED-AVG PIC 9(9).
      *    Monthly promoted/blocked/rolled-back counts for the
      *    archived decisions, reported but never written back: a
      *    roll-up record on MATHPROT would read as a decision that
      *    was never taken.
           01  PROM-ROLLUP-COUNT PIC 9(3)  VALUE ZERO.
           01  PROM-ROLLUP-TABLE.
               05  PROM-ROLLUP-ENTRY OCCURS 60 TIMES.
                   10  PU-MONTH      PIC X(7).
                   10  PU-PROMOTED   PIC 9(5).
                   10  PU-BLOCKED    PIC 9(5).
                   10  PU-ROLLED-BACK PIC 9(5).
           01  PROM-ROLLUP-IDX   PIC 9(3).
           01  PROM-ROLLUP-FOUND PIC 9(3).
      *    A scratch record built for the timing roll-up write.
           01  NMIS-READ-COUNT   PIC 9(9)  VALUE ZERO.
           01  NMIS-ARC-COUNT    PIC 9(9)  VALUE ZERO.
           01  NMIS-KEEP-COUNT   PIC 9(9)  VALUE ZERO.
           01  CAPH-READ-COUNT   PIC 9(9)  VALUE ZERO.
           01  CAPH-ARC-COUNT    PIC 9(9)  VALUE ZERO.
           01  CAPH-KEEP-COUNT   PIC 9(9)  VALUE ZERO.
           01  RECON-MISMATCH-COUNT PIC 9(2)  VALUE ZERO.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING PARM-FIELD.
      *    Moves every record older than the cutoff out of MATHHIST,
      *    MATHTIME, MATHPROT, MATHAUDT, MATHNMIS and MATHCAPH into
      *    their archive datasets, leaving monthly roll-ups behind
      *    where a report still consumes the period. The rewritten
      *    masters go to MATHHNEW/MATHTNEW/MATHPNEW/MATHANEW/MATHNNEW/
      *    MATHKNEW for the operators to copy over the originals
      *    once the reconciliation below has come out clean, same
      *    convention as CASE-MAINT's MATHCNEW.
       MAIN-PROCEDURE.
           MOVE SPACES TO CUTOFF-DATE.
           IF PARM-LENGTH > ZERO
           PERFORM ARCHIVE-PROMOTION-FILE.
           PERFORM ARCHIVE-AUDIT-FILE.
           PERFORM ARCHIVE-NEARMISS-FILE.
           PERFORM ARCHIVE-CAPACITY-FILE.

           PERFORM RECONCILE-THE-MOVE.

      *    no roll-up record goes back to MATHPROT: a summarised
      *    record there would read as a decision that was never
      *    taken, and PROMOTION-REPORT would flag it against
      *    MATHHIST. The monthly promoted/blocked/rolled-back counts
      *    are printed below instead.
       ARCHIVE-PROMOTION-FILE.
           OPEN INPUT PROMOTION-FILE.

                   TO PU-MONTH (PROM-ROLLUP-FOUND)
               MOVE ZERO TO PU-PROMOTED (PROM-ROLLUP-FOUND)
               MOVE ZERO TO PU-BLOCKED (PROM-ROLLUP-FOUND)
               MOVE ZERO TO PU-ROLLED-BACK (PROM-ROLLUP-FOUND)
           END-IF.

           IF PROM-ROLLUP-FOUND > ZERO
               EVALUATE TRUE
                   WHEN PL-PROMOTED
                       ADD 1 TO PU-PROMOTED (PROM-ROLLUP-FOUND)
                   WHEN PL-ROLLED-BACK
                       ADD 1 TO PU-ROLLED-BACK (PROM-ROLLUP-FOUND)
                   WHEN PL-WAIVED-FAILURE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO PU-BLOCKED (PROM-ROLLUP-FOUND)
               END-EVALUATE
           END-IF.

       LOOKUP-PROM-ROLLUP.

           PERFORM READ-NEXT-NEARMISS.

      *    The nightly dataset measurements: CAPACITY-CHECK trends
      *    growth over whatever is retained here, so the cutoff that
      *    bounds the other evidence files bounds the trend too. Old
      *    rows move to the archive whole.
       ARCHIVE-CAPACITY-FILE.
           OPEN INPUT CAPACITY-FILE.

           IF CAPACITY-FILE-NOT-FOUND
               DISPLAY '  MATHCAPH NOT FOUND - SKIPPED'
           ELSE
               OPEN EXTEND CAPACITY-ARC-FILE
               IF CAPACITY-ARC-NOT-FOUND
                   OPEN OUTPUT CAPACITY-ARC-FILE
               END-IF
               OPEN OUTPUT CAPACITY-NEW-FILE
               PERFORM READ-NEXT-CAPACITY
               PERFORM SPLIT-CAPACITY-RECORD
                   UNTIL CAPACITY-FILE-EOF
               CLOSE CAPACITY-FILE
               CLOSE CAPACITY-ARC-FILE
               CLOSE CAPACITY-NEW-FILE
           END-IF.

       READ-NEXT-CAPACITY.
           READ CAPACITY-FILE
               AT END SET CAPACITY-FILE-EOF TO TRUE
           END-READ.

       SPLIT-CAPACITY-RECORD.
           ADD 1 TO CAPH-READ-COUNT.

           IF CP-DATE < CUTOFF-DATE
               ADD 1 TO CAPH-ARC-COUNT
               MOVE CAPACITY-HISTORY-RECORD TO CAPACITY-ARC-IMAGE
               WRITE CAPACITY-ARC-IMAGE
           ELSE
               ADD 1 TO CAPH-KEEP-COUNT
               MOVE CAPACITY-HISTORY-RECORD TO CAPACITY-NEW-IMAGE
               WRITE CAPACITY-NEW-IMAGE
           END-IF.

           PERFORM READ-NEXT-CAPACITY.

      *    Every file must account for every record it held, and the
      *    history roll-ups must re-add to the archived totals: any
      *    disagreement means the move dropped evidence, so the new
               DISPLAY '  *** MATHNMIS RECORDS UNACCOUNTED FOR'
           END-IF.

           DISPLAY '  MATHCAPH: READ ' CAPH-READ-COUNT
               ' = ARCHIVED ' CAPH-ARC-COUNT
               ' + RETAINED ' CAPH-KEEP-COUNT.
           IF CAPH-READ-COUNT NOT =
               CAPH-ARC-COUNT + CAPH-KEEP-COUNT
               ADD 1 TO RECON-MISMATCH-COUNT
               DISPLAY '  *** MATHCAPH RECORDS UNACCOUNTED FOR'
           END-IF.

           PERFORM PRINT-PROMOTION-ROLLUP
               VARYING PROM-ROLLUP-IDX FROM 1 BY 1
               UNTIL PROM-ROLLUP-IDX > PROM-ROLLUP-COUNT.
       PRINT-PROMOTION-ROLLUP.
           DISPLAY '  PROMOTIONS ' PU-MONTH (PROM-ROLLUP-IDX)
               ': PROMOTED ' PU-PROMOTED (PROM-ROLLUP-IDX)
               ' BLOCKED ' PU-BLOCKED (PROM-ROLLUP-IDX)
               ' ROLLED BACK ' PU-ROLLED-BACK (PROM-ROLLUP-IDX).

       END PROGRAM HISTORY-ARCHIVE.
