           01  SUITE-IDX         PIC 9(2).
           01  SUITE-FOUND-IDX   PIC 9(2).
           01  LOOKUP-PROGRAM    PIC X(30).
      *    Promotion lines for the week, in file order. A rollback
      *    is listed among the nightly decisions but is not a night:
      *    it counts apart from the promoted and blocked nights.
           01  PROM-LINE-COUNT   PIC 9(2)  VALUE ZERO.
           01  PROM-LINE-TABLE.
               05  PROM-LINE-ENTRY OCCURS 14 TIMES.
                   10  PM-DATE           PIC X(10).
                   10  PM-DECISION       PIC X(11).
                   10  PM-REASON         PIC X(30).
           01  PROM-LINE-IDX     PIC 9(2).
           01  PROMOTED-NIGHTS   PIC 9(2)  VALUE ZERO.
           01  BLOCKED-NIGHTS    PIC 9(2)  VALUE ZERO.
           01  ROLLBACK-COUNT    PIC 9(2)  VALUE ZERO.
      *    The week's seven nights as the run calendar has them, and
      *    whether a PROMOTED or BLOCKED decision was logged for each.
      *    A night is missed only when the calendar scheduled it and
      *    no decision came; tonight and later are not yet due.
           01  TODAYS-DATE       PIC X(10).
           01  WEEK-NIGHT-TABLE.
               05  WEEK-NIGHT-ENTRY OCCURS 7 TIMES.
                   10  WN-DATE           PIC X(10).
                   10  WN-NIGHT-MODE     PIC X(08).
                       88  WN-SKIP-NIGHT     VALUE 'SKIP    '.
                   10  WN-REASON         PIC X(30).
                   10  WN-RUN-FLAG       PIC X(01).
                       88  WN-RUN-LOGGED     VALUE 'Y'.
           01  WEEK-NIGHT-IDX    PIC 9(2).
           01  WEEK-START-INT    PIC S9(7).
           01  SCHEDULED-NIGHTS  PIC 9(2)  VALUE ZERO.
           01  RUN-NIGHTS        PIC 9(2)  VALUE ZERO.
           01  MISSED-NIGHTS     PIC 9(2)  VALUE ZERO.
           01  UNSCHEDULED-NIGHTS PIC 9(2) VALUE ZERO.
           01  NOT-YET-DUE-NIGHTS PIC 9(2) VALUE ZERO.
           COPY 'calendar-request.cpy'.
      *    Repro cases on file per function.
           01  REPRO-FUNC-COUNT  PIC 9(2)  VALUE ZERO.
           01  REPRO-FUNC-TABLE.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL PARM-FIELD.
      *    The Monday pack: pass rate by suite for the week, nights
      *    promoted versus blocked with the blocking reason class and
      *    any rollbacks with the build they withdrew, suite runtime
      *    against the prior week, and the repro cases on file -
      *    MATHHIST, MATHPROT, MATHTIME and MATHREPR joined into the
      *    one printable report the business circulates. Missed
      *    nights are judged against the run calendar MATHCAL.
       MAIN-PROCEDURE.
           MOVE SPACES TO WEEK-END-DATE.
           IF ADDRESS OF PARM-FIELD NOT = NULL
                   TO WEEK-END-DATE(9:2)
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           PERFORM WORK-OUT-WEEK-BOUNDS.
           PERFORM LOAD-WEEK-CALENDAR.

           PERFORM TALLY-WEEK-HISTORY.
           PERFORM TALLY-WEEK-PROMOTIONS.
           PERFORM CONVERT-INT-TO-DATE.
           MOVE DATE-TEXT-ARG TO PRIOR-START-DATE.

       LOAD-WEEK-CALENDAR.
           MOVE WEEK-START-DATE TO DATE-TEXT-ARG.
           PERFORM CONVERT-DATE-TO-INT.
           MOVE DATE-INT-ARG TO WEEK-START-INT.
           SET CR-DAY-MODE TO TRUE.
           PERFORM LOAD-WEEK-NIGHT
               VARYING WEEK-NIGHT-IDX FROM 1 BY 1
               UNTIL WEEK-NIGHT-IDX > 7.

       LOAD-WEEK-NIGHT.
           COMPUTE DATE-INT-ARG = WEEK-START-INT + WEEK-NIGHT-IDX - 1.
           PERFORM CONVERT-INT-TO-DATE.
           MOVE DATE-TEXT-ARG TO CR-DATE.
           CALL 'RUN-CALENDAR' USING CALENDAR-REQUEST.
           MOVE DATE-TEXT-ARG TO WN-DATE (WEEK-NIGHT-IDX).
           MOVE CR-NIGHT-MODE TO WN-NIGHT-MODE (WEEK-NIGHT-IDX).
           MOVE CR-REASON TO WN-REASON (WEEK-NIGHT-IDX).
           MOVE 'N' TO WN-RUN-FLAG (WEEK-NIGHT-IDX).

       CONVERT-DATE-TO-INT.
           MOVE DATE-TEXT-ARG (1:4) TO DATE-YMD-ARG (1:4).
           MOVE DATE-TEXT-ARG (6:2) TO DATE-YMD-ARG (5:2).
       TALLY-PROMOTION-RECORD.
           IF PL-DATE >= WEEK-START-DATE
               AND PL-DATE <= WEEK-END-DATE
               AND PROM-LINE-COUNT < 14
               AND NOT PL-WAIVED-FAILURE
               ADD 1 TO PROM-LINE-COUNT
               MOVE PL-DATE TO PM-DATE (PROM-LINE-COUNT)
               MOVE PL-DECISION TO PM-DECISION (PROM-LINE-COUNT)
               EVALUATE TRUE
                   WHEN PL-PROMOTED
                       ADD 1 TO PROMOTED-NIGHTS
                       PERFORM MARK-NIGHT-RUN
                       MOVE 'CLEAN RUN' TO PM-REASON (PROM-LINE-COUNT)
                   WHEN PL-ROLLED-BACK
                       ADD 1 TO ROLLBACK-COUNT
                       MOVE SPACES TO PM-REASON (PROM-LINE-COUNT)
                       STRING 'WITHDREW BUILD ' PL-WITHDRAWN-BUILD-ID
                           DELIMITED BY SIZE
                           INTO PM-REASON (PROM-LINE-COUNT)
                   WHEN OTHER
                       ADD 1 TO BLOCKED-NIGHTS
                       PERFORM MARK-NIGHT-RUN
                       PERFORM CLASSIFY-BLOCKED-DECISION
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-PROMOTION.

       MARK-NIGHT-RUN.
           PERFORM MATCH-NIGHT-RUN
               VARYING WEEK-NIGHT-IDX FROM 1 BY 1
               UNTIL WEEK-NIGHT-IDX > 7.

       MATCH-NIGHT-RUN.
           IF WN-DATE (WEEK-NIGHT-IDX) = PL-DATE
               MOVE 'Y' TO WN-RUN-FLAG (WEEK-NIGHT-IDX)
           END-IF.

       CLASSIFY-BLOCKED-DECISION.
           EVALUATE PL-RETURN-CODE
               WHEN 9999
                   MOVE 'NO USABLE EVIDENCE'
                       TO PM-REASON (PROM-LINE-COUNT)
               WHEN 12
                   MOVE 'EXTRACT FAILED CONTROL'
                       TO PM-REASON (PROM-LINE-COUNT)
               WHEN 8
                   MOVE 'EVIDENCE MISMATCH'
                       TO PM-REASON (PROM-LINE-COUNT)
               WHEN 4
                   MOVE 'TEST FAILURES'
                       TO PM-REASON (PROM-LINE-COUNT)
               WHEN OTHER
                   MOVE 'GATE HELD (TIMING/DETERM)'
                       TO PM-REASON (PROM-LINE-COUNT)
           END-EVALUATE.

       TALLY-WEEK-TIMINGS.
           OPEN INPUT TIMING-FILE.
           IF NOT TIMING-FILE-NOT-FOUND

           MOVE PROMOTED-NIGHTS TO COUNT-TEXT.
           MOVE BLOCKED-NIGHTS TO COUNT-TEXT-2.
           MOVE ROLLBACK-COUNT TO COUNT-TEXT-3.
           MOVE SPACES TO DETAIL-TEXT.
           STRING '  NIGHTS PROMOTED: ' COUNT-TEXT
               '   NIGHTS BLOCKED: ' COUNT-TEXT-2
               '   ROLLBACKS: ' COUNT-TEXT-3
               DELIMITED BY SIZE INTO DETAIL-TEXT.
           PERFORM PRINT-A-LINE.

           PERFORM PRINT-SCHEDULE-LINES.

           PERFORM PRINT-BLANK-LINE.

      *    The week against the run calendar: each night it skipped,
      *    each scheduled night with no decision logged, and a run
      *    on a skipped date, then the counts.
       PRINT-SCHEDULE-LINES.
           IF CR-NO-CALENDAR
               MOVE SPACES TO DETAIL-TEXT
               STRING '  NO RUN CALENDAR - EVERY NIGHT COUNTED'
                   ' AS SCHEDULED'
                   DELIMITED BY SIZE INTO DETAIL-TEXT
               PERFORM PRINT-A-LINE
           END-IF.

           PERFORM PRINT-WEEK-NIGHT-LINE
               VARYING WEEK-NIGHT-IDX FROM 1 BY 1
               UNTIL WEEK-NIGHT-IDX > 7.

           MOVE SCHEDULED-NIGHTS TO COUNT-TEXT.
           MOVE RUN-NIGHTS TO COUNT-TEXT-2.
           MOVE MISSED-NIGHTS TO COUNT-TEXT-3.
           MOVE SPACES TO DETAIL-TEXT.
           STRING '  NIGHTS SCHEDULED: ' COUNT-TEXT
               '   RUN: ' COUNT-TEXT-2
               '   MISSED: ' COUNT-TEXT-3
               DELIMITED BY SIZE INTO DETAIL-TEXT.
           PERFORM PRINT-A-LINE.

           MOVE UNSCHEDULED-NIGHTS TO COUNT-TEXT.
           MOVE NOT-YET-DUE-NIGHTS TO COUNT-TEXT-2.
           MOVE SPACES TO DETAIL-TEXT.
           STRING '  NIGHTS NOT SCHEDULED: ' COUNT-TEXT
               '   NOT YET DUE: ' COUNT-TEXT-2
               DELIMITED BY SIZE INTO DETAIL-TEXT.
           PERFORM PRINT-A-LINE.

       PRINT-WEEK-NIGHT-LINE.
           MOVE SPACES TO DETAIL-TEXT.
           EVALUATE TRUE
               WHEN WN-SKIP-NIGHT (WEEK-NIGHT-IDX)
                   ADD 1 TO UNSCHEDULED-NIGHTS
                   IF WN-RUN-LOGGED (WEEK-NIGHT-IDX)
                       STRING '  ' WN-DATE (WEEK-NIGHT-IDX)
                           '  RUN ON A NIGHT THE CALENDAR SKIPS - '
                           WN-REASON (WEEK-NIGHT-IDX)
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                   ELSE
                       STRING '  ' WN-DATE (WEEK-NIGHT-IDX)
                           '  NOT SCHEDULED - '
                           WN-REASON (WEEK-NIGHT-IDX)
                           DELIMITED BY SIZE INTO DETAIL-TEXT
                   END-IF
                   PERFORM PRINT-A-LINE
               WHEN WN-RUN-LOGGED (WEEK-NIGHT-IDX)
                   ADD 1 TO SCHEDULED-NIGHTS
                   ADD 1 TO RUN-NIGHTS
               WHEN WN-DATE (WEEK-NIGHT-IDX) NOT < TODAYS-DATE
                   ADD 1 TO NOT-YET-DUE-NIGHTS
               WHEN OTHER
                   ADD 1 TO SCHEDULED-NIGHTS
                   ADD 1 TO MISSED-NIGHTS
                   STRING '  ' WN-DATE (WEEK-NIGHT-IDX)
                       '  MISSED - NO DECISION LOGGED FOR A '
                       DELIMITED BY SIZE
                       WN-NIGHT-MODE (WEEK-NIGHT-IDX)
                       DELIMITED BY SPACE
                       ' NIGHT' DELIMITED BY SIZE
                       INTO DETAIL-TEXT
                   PERFORM PRINT-A-LINE
           END-EVALUATE.

       PRINT-PROMOTION-LINE.
           MOVE SPACES TO DETAIL-TEXT.
           STRING '  ' PM-DATE (PROM-LINE-IDX)
