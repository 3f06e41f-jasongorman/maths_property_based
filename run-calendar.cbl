       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CALENDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO 'MATHCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY 'run-calendar.cpy'.
       WORKING-STORAGE SECTION.
           01  CALENDAR-FILE-STATUS PIC X(02).
               88  CALENDAR-FILE-NOT-FOUND VALUE '35'.
               88  CALENDAR-FILE-EOF       VALUE '10'.
      *    MATHCAL is read once, on the first call of the step, and
      *    held here for every later lookup. A date listed twice
      *    keeps its later row, so QA can correct a night by adding
      *    a row at the end.
           01  CALENDAR-READ-FLAG   PIC X(01)  VALUE 'N'.
               88  CALENDAR-READ        VALUE 'Y'.
               88  CALENDAR-NOT-READ    VALUE 'N'.
           01  CALENDAR-STATE       PIC X(01)  VALUE 'N'.
           01  CALENDAR-COUNT       PIC 9(4)   VALUE ZERO.
           01  CALENDAR-MAX         PIC 9(4)   VALUE 2000.
           01  CALENDAR-TABLE.
               05  CALENDAR-ENTRY OCCURS 2000 TIMES.
                   10  CT-DATE           PIC X(10).
                   10  CT-NIGHT-MODE     PIC X(08).
                       88  CT-SKIP-NIGHT     VALUE 'SKIP    '.
                   10  CT-REASON         PIC X(30).
           01  CALENDAR-IDX         PIC 9(4).
           01  CALENDAR-FOUND-IDX   PIC 9(4).
           01  LOOKUP-DATE          PIC X(10).
           01  REJECTED-COUNT       PIC 9(4)   VALUE ZERO.
           01  DROPPED-COUNT        PIC 9(4)   VALUE ZERO.
      *    Night counting: both ends go through INTEGER-OF-DATE, as
      *    in TREND-REPORT, so the span is a plain day count.
           01  DATE-YMD-ARG         PIC 9(8).
           01  START-DAY-INT        PIC S9(7).
           01  END-DAY-INT          PIC S9(7).
           01  SPAN-DAYS            PIC S9(7).
       LINKAGE SECTION.
           COPY 'calendar-request.cpy'.
       PROCEDURE DIVISION USING CALENDAR-REQUEST.
      *    The one reader of the run calendar. RUN-CLEANUP asks it
      *    for the night's mode when it opens a night; TREND-REPORT
      *    and WEEKLY-QUALITY ask it which nights a run was due, so
      *    a bank holiday or a freeze night is never counted as a
      *    missed run.
       MAIN-PROCEDURE.
           IF CALENDAR-NOT-READ
               PERFORM LOAD-RUN-CALENDAR
           END-IF.
           MOVE CALENDAR-STATE TO CR-CALENDAR-STATE.

           EVALUATE TRUE
               WHEN CR-COUNT-MODE
                   PERFORM COUNT-SCHEDULED-NIGHTS
               WHEN OTHER
                   PERFORM LOOK-UP-NIGHT
           END-EVALUATE.

           GOBACK.

       LOAD-RUN-CALENDAR.
           SET CALENDAR-READ TO TRUE.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-NOT-FOUND
               DISPLAY 'RUN-CALENDAR: MATHCAL NOT FOUND - EVERY'
                   ' NIGHT TREATED AS A STANDARD RUN'
           ELSE
               MOVE 'Y' TO CALENDAR-STATE
               PERFORM READ-NEXT-CALENDAR
               PERFORM LOAD-CALENDAR-ROW UNTIL CALENDAR-FILE-EOF
               CLOSE CALENDAR-FILE
               DISPLAY 'RUN-CALENDAR: ' CALENDAR-COUNT
                   ' DATE(S) ON MATHCAL'
               IF REJECTED-COUNT > ZERO
                   DISPLAY 'RUN-CALENDAR: *** ' REJECTED-COUNT
                       ' ROW(S) REJECTED - THOSE DATES RUN STANDARD'
               END-IF
               IF DROPPED-COUNT > ZERO
                   DISPLAY 'RUN-CALENDAR: *** CALENDAR TABLE FULL, '
                       DROPPED-COUNT ' ROW(S) NOT LOADED'
               END-IF
           END-IF.

       READ-NEXT-CALENDAR.
           READ CALENDAR-FILE
               AT END SET CALENDAR-FILE-EOF TO TRUE
           END-READ.

      *    A row with a malformed date or an unknown mode is listed
      *    and left out, so its date falls back to a standard night
      *    rather than the step guessing what QA meant.
       LOAD-CALENDAR-ROW.
           IF CAL-DATE (1:4) IS NOT NUMERIC
               OR CAL-DATE (5:1) NOT = '-'
               OR CAL-DATE (6:2) IS NOT NUMERIC
               OR CAL-DATE (8:1) NOT = '-'
               OR CAL-DATE (9:2) IS NOT NUMERIC
               OR CAL-DATE (6:2) < '01' OR CAL-DATE (6:2) > '12'
               OR CAL-DATE (9:2) < '01' OR CAL-DATE (9:2) > '31'
               OR NOT CAL-VALID-MODE
               ADD 1 TO REJECTED-COUNT
               DISPLAY 'RUN-CALENDAR: REJECTED ROW ' CAL-DATE ' '
                   CAL-NIGHT-MODE ' ' CAL-REASON
           ELSE
               MOVE CAL-DATE TO LOOKUP-DATE
               PERFORM FIND-CALENDAR-DATE
               IF CALENDAR-FOUND-IDX = ZERO
                   IF CALENDAR-COUNT < CALENDAR-MAX
                       ADD 1 TO CALENDAR-COUNT
                       MOVE CALENDAR-COUNT TO CALENDAR-FOUND-IDX
                   ELSE
                       ADD 1 TO DROPPED-COUNT
                   END-IF
               END-IF
               IF CALENDAR-FOUND-IDX > ZERO
                   MOVE CAL-DATE
                       TO CT-DATE (CALENDAR-FOUND-IDX)
                   MOVE CAL-NIGHT-MODE
                       TO CT-NIGHT-MODE (CALENDAR-FOUND-IDX)
                   MOVE CAL-REASON
                       TO CT-REASON (CALENDAR-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-CALENDAR.

       FIND-CALENDAR-DATE.
           MOVE ZERO TO CALENDAR-FOUND-IDX.
           PERFORM MATCH-CALENDAR-DATE
               VARYING CALENDAR-IDX FROM 1 BY 1
               UNTIL CALENDAR-IDX > CALENDAR-COUNT
               OR CALENDAR-FOUND-IDX > ZERO.

       MATCH-CALENDAR-DATE.
           IF CT-DATE (CALENDAR-IDX) = LOOKUP-DATE
               MOVE CALENDAR-IDX TO CALENDAR-FOUND-IDX
           END-IF.

       LOOK-UP-NIGHT.
           MOVE CR-DATE TO LOOKUP-DATE.
           PERFORM FIND-CALENDAR-DATE.
           IF CALENDAR-FOUND-IDX > ZERO
               SET CR-DATE-LISTED TO TRUE
               MOVE CT-NIGHT-MODE (CALENDAR-FOUND-IDX)
                   TO CR-NIGHT-MODE
               MOVE CT-REASON (CALENDAR-FOUND-IDX) TO CR-REASON
           ELSE
               SET CR-DATE-NOT-LISTED TO TRUE
               SET CR-STANDARD-NIGHT TO TRUE
               MOVE 'NOT ON THE RUN CALENDAR' TO CR-REASON
           END-IF.

      *    Every night in the span is due a run unless the calendar
      *    skips it, so only the SKIP rows need looking at.
       COUNT-SCHEDULED-NIGHTS.
           MOVE ZERO TO CR-SCHEDULED-DAYS.
           MOVE ZERO TO CR-SKIPPED-DAYS.

           MOVE CR-DATE (1:4) TO DATE-YMD-ARG (1:4).
           MOVE CR-DATE (6:2) TO DATE-YMD-ARG (5:2).
           MOVE CR-DATE (9:2) TO DATE-YMD-ARG (7:2).
           COMPUTE START-DAY-INT =
               FUNCTION INTEGER-OF-DATE(DATE-YMD-ARG).
           MOVE CR-END-DATE (1:4) TO DATE-YMD-ARG (1:4).
           MOVE CR-END-DATE (6:2) TO DATE-YMD-ARG (5:2).
           MOVE CR-END-DATE (9:2) TO DATE-YMD-ARG (7:2).
           COMPUTE END-DAY-INT =
               FUNCTION INTEGER-OF-DATE(DATE-YMD-ARG).

           COMPUTE SPAN-DAYS = END-DAY-INT - START-DAY-INT.
           IF SPAN-DAYS > ZERO
               PERFORM COUNT-SKIPPED-NIGHT
                   VARYING CALENDAR-IDX FROM 1 BY 1
                   UNTIL CALENDAR-IDX > CALENDAR-COUNT
               COMPUTE CR-SCHEDULED-DAYS =
                   SPAN-DAYS - CR-SKIPPED-DAYS
           END-IF.

       COUNT-SKIPPED-NIGHT.
           IF CT-SKIP-NIGHT (CALENDAR-IDX)
               AND CT-DATE (CALENDAR-IDX) > CR-DATE
               AND CT-DATE (CALENDAR-IDX) NOT > CR-END-DATE
               ADD 1 TO CR-SKIPPED-DAYS
           END-IF.

       END PROGRAM RUN-CALENDAR.
