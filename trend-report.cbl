               88  HISTORY-FILE-EOF        VALUE '10'.
      *    Report tunables, overridable from the EXEC PARM as
      *    'window,stale-days'. TREND-WINDOW is how many recent runs
      *    the pass-rate covers; STALE-DAYS-LIMIT is how many nights
      *    the run calendar scheduled a run on that a suite may go
      *    without reporting before it is called out - bank holidays
      *    and freeze nights are not held against it.
           01  TREND-WINDOW      PIC 9(2)  VALUE 5.
           01  STALE-DAYS-LIMIT  PIC 9(3)  VALUE 7.
           01  RECENT-SLOT-MAX   PIC 9(2)  VALUE 12.
           01  TODAYS-DATE-YMD   PIC 9(8).
           01  RECORD-DATE-YMD   PIC 9(8).
           01  DAYS-SINCE-RUN    PIC S9(7).
           01  TODAYS-DATE       PIC X(10).
           COPY 'calendar-request.cpy'.
           01  STALE-SUITE-COUNT PIC 9(2)  VALUE ZERO.
           01  RISING-SUITE-COUNT PIC 9(2) VALUE ZERO.
       LINKAGE SECTION.
           PERFORM APPLY-PARM-OVERRIDES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE-YMD.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           OPEN INPUT HISTORY-FILE.

       PRINT-TREND-REPORT.
           DISPLAY 'TEST HISTORY TREND REPORT'.
           DISPLAY '  PASS-RATE WINDOW  : LAST ' TREND-WINDOW ' RUNS'.
           DISPLAY '  STALE AFTER       : ' STALE-DAYS-LIMIT
               ' SCHEDULED NIGHTS'.

           IF SUITE-COUNT = ZERO
               DISPLAY '  NO HISTORY RECORDS ON FILE'
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE-YMD) -
               FUNCTION INTEGER-OF-DATE(RECORD-DATE-YMD).

           SET CR-COUNT-MODE TO TRUE.
           MOVE ST-LAST-DATE (SUITE-FOUND-IDX) TO CR-DATE.
           MOVE TODAYS-DATE TO CR-END-DATE.
           CALL 'RUN-CALENDAR' USING CALENDAR-REQUEST.

           IF CR-SKIPPED-DAYS > ZERO
               DISPLAY '    NOT SCHEDULED : ' CR-SKIPPED-DAYS
                   ' NIGHT(S) SINCE THE LAST RUN'
           END-IF.

           IF CR-SCHEDULED-DAYS > STALE-DAYS-LIMIT
               ADD 1 TO STALE-SUITE-COUNT
               DISPLAY '    *** STALE: NO RUN FOR ' DAYS-SINCE-RUN
                   ' DAYS, ' CR-SCHEDULED-DAYS ' OF THEM SCHEDULED'
           END-IF.

       END PROGRAM TREND-REPORT.
