               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-KEY
               FILE STATUS IS DEFECT-FILE-STATUS.
           SELECT TICKET-ACK-FILE ASSIGN TO 'MATHTKTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-ACK-STATUS.
           SELECT TICKET-REQUEST-FILE ASSIGN TO 'MATHTKTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKET-REQUEST-STATUS.
           SELECT NIGHT-MODE-FILE ASSIGN TO 'MATHNMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-MODE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
           COPY 'result-extract.cpy'.
       FD  DEFECT-FILE.
           COPY 'defect-record.cpy'.
       FD  TICKET-ACK-FILE.
           COPY 'ticket-ack.cpy'.
       FD  TICKET-REQUEST-FILE.
           COPY 'ticket-request.cpy'.
       FD  NIGHT-MODE-FILE.
           COPY 'run-calendar.cpy'.
       WORKING-STORAGE SECTION.
           01  EXTRACT-FILE-STATUS  PIC X(02).
               88  EXTRACT-FILE-NOT-FOUND  VALUE '35'.
               88  EXTRACT-FILE-EOF        VALUE '10'.
           01  DEFECT-FILE-STATUS   PIC X(02).
               88  DEFECT-FILE-NOT-FOUND   VALUE '35'.
           01  TICKET-ACK-STATUS    PIC X(02).
               88  TICKET-ACK-NOT-FOUND    VALUE '35'.
               88  TICKET-ACK-EOF          VALUE '10'.
           01  TICKET-REQUEST-STATUS PIC X(02).
               88  TICKET-REQUEST-NOT-FOUND VALUE '35'.
           01  NIGHT-MODE-STATUS    PIC X(02).
               88  NIGHT-MODE-NOT-FOUND    VALUE '35'.
      *    A boundary-grid night's property rows are grid points, not
      *    the trials a property defect was opened against, and far
      *    more of them than the pair table holds. They are left out
      *    of tracking that night, so open property defects neither
      *    count on nor read as fixed; a grid failure still fails
      *    the night through MERGE's failure count.
           01  GRID-NIGHT-FLAG      PIC X(01)  VALUE 'N'.
               88  GRID-NIGHT           VALUE 'Y'.
           01  PROPERTY-NAME-TALLY  PIC 9(2).
           01  GRID-ROWS-LEFT-OUT   PIC 9(9)  VALUE ZERO.
           01  TODAYS-DATE       PIC X(10).
      *    Tonight's verdict per distinct suite/test pair off the
      *    extract; a pair asserted more than once keeps the worst
           01  REOPENED-COUNT    PIC 9(4)  VALUE ZERO.
           01  CONTINUING-COUNT  PIC 9(4)  VALUE ZERO.
           01  FIXED-COUNT       PIC 9(4)  VALUE ZERO.
           01  ACKS-READ         PIC 9(5)  VALUE ZERO.
           01  ACKS-APPLIED      PIC 9(5)  VALUE ZERO.
           01  ACKS-STALE        PIC 9(5)  VALUE ZERO.
           01  ACKS-DUPLICATE    PIC 9(5)  VALUE ZERO.
           01  TICKET-OPEN-COUNT   PIC 9(4)  VALUE ZERO.
           01  TICKET-UPDATE-COUNT PIC 9(4)  VALUE ZERO.
           01  TICKET-CLOSE-COUNT  PIC 9(4)  VALUE ZERO.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       PROCEDURE DIVISION.
      *    Runs after MERGE, while the night's extract is whole:
      *    every failing suite/test pair gets a keyed MATHDFCT record
      *    to FIXED. FAILURE-ANALYSIS reads the file back the next
      *    morning to split the ranking into new breaks and known
      *    ones.
      *    Each break also carries an incident ticket: the incident
      *    system's acknowledgements on MATHTKTA are applied first,
      *    then the verdicts append OPEN, UPDATE and CLOSE requests
      *    to MATHTKTO. A break with a ticket requested or raised
      *    never gets a second OPEN.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).

           DISPLAY 'MATHDFCT DEFECT TRACKING'.

           PERFORM CHECK-EXTRACT-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY '  MATHXTRC FAILED ITS CONTROL CHECK - NOTHING'
                   ' TRACKED, MATHDFCT LEFT AS IT WAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NIGHT-MODE.
           PERFORM COLLECT-TONIGHTS-VERDICTS.

           IF GRID-NIGHT
               DISPLAY '  GRID NIGHT - ' GRID-ROWS-LEFT-OUT
                   ' PROPERTY ROWS NOT TRACKED'
           END-IF.

           IF PAIR-OVERFLOW > ZERO
               DISPLAY '  PAIR TABLE FULL: ' PAIR-OVERFLOW
                   ' EXTRACT ROWS NOT TRACKED - ENLARGE THE'
               OPEN I-O DEFECT-FILE
           END-IF.

           PERFORM APPLY-TICKET-ACKS.

      *    The incident system's transfer empties MATHTKTO once it has
      *    taken it, so requests not yet collected are kept and
      *    tonight's are added behind them.
           OPEN EXTEND TICKET-REQUEST-FILE.
           IF TICKET-REQUEST-NOT-FOUND
               OPEN OUTPUT TICKET-REQUEST-FILE
           END-IF.

           PERFORM APPLY-PAIR-VERDICT
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT.

           CLOSE TICKET-REQUEST-FILE.
           CLOSE DEFECT-FILE.

           DISPLAY '  PAIRS TRACKED   : ' PAIR-COUNT.
           DISPLAY '  REOPENED        : ' REOPENED-COUNT.
           DISPLAY '  STILL FAILING   : ' CONTINUING-COUNT.
           DISPLAY '  FIXED TONIGHT   : ' FIXED-COUNT.
           DISPLAY '  TICKET ACKS READ: ' ACKS-READ
               ' APPLIED ' ACKS-APPLIED
               ' STALE ' ACKS-STALE.
           DISPLAY '  TICKET REQUESTS : OPEN ' TICKET-OPEN-COUNT
               ' UPDATE ' TICKET-UPDATE-COUNT
               ' CLOSE ' TICKET-CLOSE-COUNT.
           IF ACKS-DUPLICATE > ZERO
               DISPLAY '  *** ' ACKS-DUPLICATE ' SECOND TICKET(S)'
                   ' RAISED FOR A BREAK ALREADY TICKETED - NOT'
                   ' STORED, CLOSE THEM IN THE INCIDENT SYSTEM'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

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

       COLLECT-TONIGHTS-VERDICTS.
           OPEN INPUT EXTRACT-FILE.

           END-READ.

       TALLY-EXTRACT-ROW.
           MOVE ZERO TO PROPERTY-NAME-TALLY.
           IF GRID-NIGHT
               INSPECT RX-TEST-NAME TALLYING PROPERTY-NAME-TALLY
                   FOR ALL '-PROP-'
           END-IF.

           IF PROPERTY-NAME-TALLY > ZERO
               ADD 1 TO GRID-ROWS-LEFT-OUT
           ELSE
               PERFORM TALLY-PAIR-VERDICT
           END-IF.

           PERFORM READ-NEXT-EXTRACT.

       TALLY-PAIR-VERDICT.
           MOVE ZERO TO PAIR-FOUND-IDX.
           PERFORM LOOKUP-PAIR-ENTRY
               VARYING PAIR-IDX FROM 1 BY 1
               END-IF
           END-IF.

       LOOKUP-PAIR-ENTRY.
           IF PR-SUITE-NAME (PAIR-IDX) = RX-SUITE-NAME
               AND PR-TEST-NAME (PAIR-IDX) = RX-TEST-NAME
               MOVE PAIR-IDX TO PAIR-FOUND-IDX
           END-IF.

       APPLY-TICKET-ACKS.
           OPEN INPUT TICKET-ACK-FILE.

           IF TICKET-ACK-NOT-FOUND
               DISPLAY '  MATHTKTA NOT FOUND - NO TICKET ACKS TONIGHT'
           ELSE
               PERFORM READ-NEXT-TICKET-ACK
               PERFORM APPLY-ONE-TICKET-ACK UNTIL TICKET-ACK-EOF
               CLOSE TICKET-ACK-FILE
           END-IF.

       READ-NEXT-TICKET-ACK.
           READ TICKET-ACK-FILE
               AT END SET TICKET-ACK-EOF TO TRUE
           END-READ.

      *    An acknowledgement only counts against the break it was
      *    raised for: a record since fixed and re-broken has a new
      *    first-seen date and waits for its own ticket.
       APPLY-ONE-TICKET-ACK.
           ADD 1 TO ACKS-READ.
           MOVE TA-SUITE-NAME TO DF-SUITE-NAME.
           MOVE TA-TEST-NAME TO DF-TEST-NAME.

           READ DEFECT-FILE
               INVALID KEY
                   ADD 1 TO ACKS-STALE
               NOT INVALID KEY
                   IF DF-FIRST-SEEN = TA-FIRST-SEEN
                       PERFORM STORE-TICKET-ACK
                   ELSE
                       ADD 1 TO ACKS-STALE
                   END-IF
           END-READ.

           PERFORM READ-NEXT-TICKET-ACK.

       STORE-TICKET-ACK.
           EVALUATE TRUE
               WHEN TA-OPENED
                   AND DF-TICKET-NUMBER = SPACES
                   MOVE TA-TICKET-NUMBER TO DF-TICKET-NUMBER
                   IF DF-TICKET-REQUESTED
                       SET DF-TICKET-RAISED TO TRUE
                   END-IF
                   REWRITE DEFECT-RECORD
                   ADD 1 TO ACKS-APPLIED
               WHEN TA-OPENED
                   AND DF-TICKET-NUMBER = TA-TICKET-NUMBER
                   CONTINUE
               WHEN TA-OPENED
                   ADD 1 TO ACKS-DUPLICATE
                   DISPLAY '  *** SECOND TICKET ' TA-TICKET-NUMBER
                       ' FOR ' FUNCTION TRIM(DF-SUITE-NAME) ' '
                       FUNCTION TRIM(DF-TEST-NAME)
                       ' - ALREADY TICKET ' DF-TICKET-NUMBER
               WHEN TA-CLOSED
                   AND NOT DF-TICKET-CLOSED
                   SET DF-TICKET-CLOSED TO TRUE
                   REWRITE DEFECT-RECORD
                   ADD 1 TO ACKS-APPLIED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-PAIR-VERDICT.
           MOVE PR-SUITE-NAME (PAIR-IDX) TO DF-SUITE-NAME.
           MOVE PR-TEST-NAME (PAIR-IDX) TO DF-TEST-NAME.
           MOVE TODAYS-DATE TO DF-LAST-SEEN.
           MOVE 1 TO DF-CONSEC-FAILS.
           SET DF-OPEN TO TRUE.
           MOVE SPACES TO DF-TICKET-NUMBER.
           SET DF-NO-TICKET TO TRUE.
           MOVE ZERO TO DF-TICKET-FAILS-SENT.
           PERFORM REQUEST-OR-UPDATE-TICKET.

           WRITE DEFECT-RECORD.
           ADD 1 TO NEW-DEFECT-COUNT.
               FUNCTION TRIM(PR-TEST-NAME (PAIR-IDX)).

      *    A re-break after a FIXED spell is a fresh defect, so the
      *    first-seen date restarts and it gets a ticket of its own;
      *    an open one just keeps counting.
       CONTINUE-OR-REOPEN-DEFECT.
           IF DF-FIXED
               MOVE TODAYS-DATE TO DF-FIRST-SEEN
               MOVE TODAYS-DATE TO DF-LAST-SEEN
               MOVE 1 TO DF-CONSEC-FAILS
               SET DF-OPEN TO TRUE
               MOVE SPACES TO DF-TICKET-NUMBER
               SET DF-NO-TICKET TO TRUE
               MOVE ZERO TO DF-TICKET-FAILS-SENT
               ADD 1 TO REOPENED-COUNT
               DISPLAY '  REOPENED: '
                   FUNCTION TRIM(PR-SUITE-NAME (PAIR-IDX)) ' '
               ADD 1 TO CONTINUING-COUNT
           END-IF.

           PERFORM REQUEST-OR-UPDATE-TICKET.
           REWRITE DEFECT-RECORD.

      *    An open break with no ticket asks for one - this also
      *    picks up breaks already open before tickets were raised.
      *    One already requested waits for its acknowledgement; a
      *    raised one is updated only when the count has climbed
      *    since the last request.
       REQUEST-OR-UPDATE-TICKET.
           EVALUATE TRUE
               WHEN DF-NO-TICKET
                   MOVE 'OPEN' TO TQ-ACTION
                   PERFORM WRITE-TICKET-REQUEST
                   SET DF-TICKET-REQUESTED TO TRUE
                   MOVE DF-CONSEC-FAILS TO DF-TICKET-FAILS-SENT
                   ADD 1 TO TICKET-OPEN-COUNT
               WHEN DF-TICKET-RAISED
                   AND DF-CONSEC-FAILS > DF-TICKET-FAILS-SENT
                   MOVE 'UPDATE' TO TQ-ACTION
                   PERFORM WRITE-TICKET-REQUEST
                   MOVE DF-CONSEC-FAILS TO DF-TICKET-FAILS-SENT
                   ADD 1 TO TICKET-UPDATE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A fixed break's ticket is asked to close whether or not its
      *    number has come back yet; the incident system matches the
      *    request on suite, test and first-seen date.
       REQUEST-TICKET-CLOSE.
           IF DF-TICKET-REQUESTED OR DF-TICKET-RAISED
               MOVE 'CLOSE' TO TQ-ACTION
               PERFORM WRITE-TICKET-REQUEST
               SET DF-CLOSE-REQUESTED TO TRUE
               ADD 1 TO TICKET-CLOSE-COUNT
           END-IF.

       WRITE-TICKET-REQUEST.
           MOVE DF-SUITE-NAME TO TQ-SUITE-NAME.
           MOVE DF-TEST-NAME TO TQ-TEST-NAME.
           MOVE DF-FIRST-SEEN TO TQ-FIRST-SEEN.
           MOVE DF-LAST-SEEN TO TQ-LAST-SEEN.
           MOVE DF-CONSEC-FAILS TO TQ-CONSEC-FAILS.
           MOVE DF-TICKET-NUMBER TO TQ-TICKET-NUMBER.
           MOVE TODAYS-DATE TO TQ-REQUEST-DATE.
           WRITE TICKET-REQUEST-RECORD.

       RECORD-PAIR-PASS.
           READ DEFECT-FILE
               INVALID KEY
                   IF DF-OPEN
                       SET DF-FIXED TO TRUE
                       MOVE ZERO TO DF-CONSEC-FAILS
                       PERFORM REQUEST-TICKET-CLOSE
                       REWRITE DEFECT-RECORD
                       ADD 1 TO FIXED-COUNT
                       DISPLAY '  FIXED: '
                   END-IF
           END-READ.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM DEFECT-TRACK.
