           SELECT TRIAL-FILE ASSIGN TO 'MATHTRLS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIAL-FILE-STATUS.
           SELECT BUILD-FILE ASSIGN TO 'MATHBILD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUILD-FILE-STATUS.
           SELECT NIGHT-BUILD-FILE ASSIGN TO 'MATHNBLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-BUILD-STATUS.
           SELECT NIGHT-MODE-FILE ASSIGN TO 'MATHNMOD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-MODE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           01  EXTRACT-IMAGE     PIC X(97).
       FD  TRIAL-FILE.
           01  TRIAL-IMAGE       PIC X(70).
       FD  BUILD-FILE.
           COPY 'build-identity.cpy'.
       FD  NIGHT-BUILD-FILE.
           01  NIGHT-BUILD-IMAGE PIC X(34).
       FD  NIGHT-MODE-FILE.
           COPY 'run-calendar.cpy'.
       WORKING-STORAGE SECTION.
           01  RUN-CONTROL-STATUS  PIC X(02).
               88  RUN-CONTROL-NOT-FOUND  VALUE '35'.
           01  PARTIAL-FILE-STATUS PIC X(02).
           01  EXTRACT-FILE-STATUS PIC X(02).
           01  TRIAL-FILE-STATUS   PIC X(02).
           01  BUILD-FILE-STATUS   PIC X(02).
               88  BUILD-FILE-NOT-FOUND   VALUE '35'.
           01  NIGHT-BUILD-STATUS  PIC X(02).
               88  NIGHT-BUILD-NOT-FOUND  VALUE '35'.
           01  NIGHT-MODE-STATUS   PIC X(02).
               88  NIGHT-MODE-NOT-FOUND   VALUE '35'.
      *    The library on MATHBILD now, and the one the night was
      *    opened against. A build with no identity record is
      *    stamped UNKNOWN rather than holding the night.
           01  CURRENT-BUILD.
               05  CB-BUILD-ID       PIC X(12)  VALUE 'UNKNOWN'.
               05  CB-LINK-DATE      PIC X(10)  VALUE SPACES.
               05  CB-CHANGE-REF     PIC X(12)  VALUE SPACES.
           01  HELD-BUILD.
               05  HB-BUILD-ID       PIC X(12)  VALUE SPACES.
               05  HB-LINK-DATE      PIC X(10)  VALUE SPACES.
               05  HB-CHANGE-REF     PIC X(12)  VALUE SPACES.
           01  TODAYS-DATE       PIC X(10).
           01  HELD-RUN-DATE     PIC X(10)  VALUE SPACES.
           01  HELD-STATUS       PIC X(09)  VALUE SPACES.
               88  HELD-INCOMPLETE   VALUE 'INCOMPLT '.
               88  HELD-COMPLETE     VALUE 'COMPLETE '.
           COPY 'control-request.cpy'.
      *    The night's entry on the run calendar: its mode, or that
      *    no run is scheduled tonight.
           COPY 'calendar-request.cpy'.
       PROCEDURE DIVISION.
      *    Replaces the old unconditional scratch at the top of the
      *    nightly: the master partial/extract/trial files are only
      *    merge, at a report or gate step) keeps the intact
      *    masters too, since every suite's own record reads
      *    DONE/COLLECTED and the merge only re-judges what is
      *    already there. A fresh night takes its mode from the run
      *    calendar and freezes it into MATHNMOD for the suite steps;
      *    a night the calendar skips is not opened at all, and the
      *    step ends RC 4 so the job runs nothing after it.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           PERFORM READ-RUN-CONTROL.
           PERFORM READ-BUILD-IDENTITY.

           EVALUATE TRUE
               WHEN HELD-RUN-DATE = TODAYS-DATE
                   DISPLAY 'RUN-CLEANUP: RUN OF ' TODAYS-DATE
                       ' ALREADY COMPLETE - EVIDENCE PRESERVED'
                       ' FOR THE RE-MERGE'
                   PERFORM CHECK-NIGHT-BUILD
                   PERFORM CHECK-NIGHT-MODE
               WHEN HELD-RUN-DATE = TODAYS-DATE
                   DISPLAY 'RUN-CLEANUP: RUN OF ' TODAYS-DATE
                       ' IS INCOMPLETE - EVIDENCE PRESERVED FOR'
                       ' THE RERUN'
                   PERFORM CHECK-NIGHT-BUILD
                   PERFORM CHECK-NIGHT-MODE
               WHEN OTHER
                   PERFORM LOOK-UP-NIGHT-MODE
                   IF CR-SKIP-NIGHT
                       DISPLAY 'RUN-CLEANUP: NO RUN SCHEDULED FOR '
                           TODAYS-DATE ' - ' CR-REASON
                       DISPLAY 'RUN-CLEANUP: NIGHT NOT OPENED - THE'
                           ' MASTERS ARE LEFT AS THEY STAND'
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       DISPLAY 'RUN-CLEANUP: STARTING A FRESH RUN'
                           ' FOR ' TODAYS-DATE
                           ' - MASTER STAGING SCRATCHED'
                       PERFORM SCRATCH-MASTER-STAGING
                       PERFORM OPEN-NIGHT-CONTROLS
                       PERFORM STAMP-NIGHT-BUILD
                       PERFORM STAMP-NIGHT-MODE
                       PERFORM MARK-RUN-INCOMPLETE
                   END-IF
           END-EVALUATE.

           GOBACK.
           OPEN OUTPUT TRIAL-FILE.
           CLOSE TRIAL-FILE.

      *    The night's MATHCTRL records start from the masters as
      *    the scratch left them; the COLLECT steps add to them from
      *    there. A rerun keeps the records with the evidence.
       OPEN-NIGHT-CONTROLS.
           SET CQ-OPEN-MODE TO TRUE.
           MOVE TODAYS-DATE TO CQ-CONTROL-DATE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           MOVE 'MATHTRLS' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           MOVE 'MATHTIME' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.
           DISPLAY 'RUN-CLEANUP: CONTROL RECORDS OPENED FOR '
               TODAYS-DATE ' - MATHTIME ALREADY HOLDS '
               CQ-EXPECTED-COUNT ' ROW(S) OF THE DATE'.

       READ-BUILD-IDENTITY.
           OPEN INPUT BUILD-FILE.
           IF BUILD-FILE-NOT-FOUND
               CONTINUE
           ELSE
               READ BUILD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUILD-IDENTITY-RECORD TO CURRENT-BUILD
               END-READ
               CLOSE BUILD-FILE
           END-IF.

      *    A fresh night is tested against whatever library is on
      *    MATHBILD now; MATHNBLD holds that identity for the rest of
      *    the night's steps.
       STAMP-NIGHT-BUILD.
           OPEN OUTPUT NIGHT-BUILD-FILE.
           MOVE CURRENT-BUILD TO NIGHT-BUILD-IMAGE.
           WRITE NIGHT-BUILD-IMAGE.
           CLOSE NIGHT-BUILD-FILE.

           DISPLAY 'RUN-CLEANUP: TESTING BUILD ' CB-BUILD-ID
               ' LINKED ' CB-LINK-DATE
               ' CHANGE ' CB-CHANGE-REF.
           IF CB-BUILD-ID = 'UNKNOWN'
               DISPLAY 'RUN-CLEANUP: MATHBILD MISSING OR EMPTY -'
                   ' NIGHT STAMPED UNKNOWN'
           END-IF.

      *    A rerun keeps the night's stamp: the preserved evidence
      *    came from the build the night opened against. A relink in
      *    between is reported, not adopted - start a fresh night to
      *    test the new build.
       CHECK-NIGHT-BUILD.
           OPEN INPUT NIGHT-BUILD-FILE.
           IF NIGHT-BUILD-NOT-FOUND
               PERFORM STAMP-NIGHT-BUILD
           ELSE
               READ NIGHT-BUILD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NIGHT-BUILD-IMAGE TO HELD-BUILD
               END-READ
               CLOSE NIGHT-BUILD-FILE
               DISPLAY 'RUN-CLEANUP: NIGHT STAYS ON BUILD '
                   HB-BUILD-ID
               IF HB-BUILD-ID NOT = CB-BUILD-ID
                   DISPLAY 'RUN-CLEANUP: *** MATHBILD NOW NAMES BUILD '
                       CB-BUILD-ID ' - NOT ADOPTED MID-NIGHT'
               END-IF
           END-IF.

       LOOK-UP-NIGHT-MODE.
           SET CR-DAY-MODE TO TRUE.
           MOVE TODAYS-DATE TO CR-DATE.
           CALL 'RUN-CALENDAR' USING CALENDAR-REQUEST.

      *    The suite steps read the night's mode off MATHNMOD rather
      *    than the calendar, so an edit to MATHCAL in mid-window
      *    cannot change how the rest of the night runs.
       STAMP-NIGHT-MODE.
           OPEN OUTPUT NIGHT-MODE-FILE.
           MOVE TODAYS-DATE TO CAL-DATE.
           MOVE CR-NIGHT-MODE TO CAL-NIGHT-MODE.
           MOVE CR-REASON TO CAL-REASON.
           WRITE RUN-CALENDAR-RECORD.
           CLOSE NIGHT-MODE-FILE.

           DISPLAY 'RUN-CLEANUP: NIGHT RUNS IN ' CR-NIGHT-MODE
               ' MODE - ' CR-REASON.

      *    A rerun keeps the mode the night opened in, for the same
      *    reason it keeps the build: the preserved evidence was
      *    produced in it. A night opened before MATHNMOD existed
      *    is stamped from the calendar now.
       CHECK-NIGHT-MODE.
           MOVE SPACES TO CAL-DATE.
           OPEN INPUT NIGHT-MODE-FILE.
           IF NOT NIGHT-MODE-NOT-FOUND
               READ NIGHT-MODE-FILE
                   AT END
                       MOVE SPACES TO CAL-DATE
               END-READ
               CLOSE NIGHT-MODE-FILE
           END-IF.

           IF CAL-DATE = TODAYS-DATE
               DISPLAY 'RUN-CLEANUP: NIGHT STAYS IN ' CAL-NIGHT-MODE
                   ' MODE'
           ELSE
               PERFORM LOOK-UP-NIGHT-MODE
               IF CR-SKIP-NIGHT
                   SET CR-STANDARD-NIGHT TO TRUE
                   MOVE 'SKIP DATE, NIGHT ALREADY OPEN'
                       TO CR-REASON
               END-IF
               PERFORM STAMP-NIGHT-MODE
           END-IF.

       MARK-RUN-INCOMPLETE.
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE TODAYS-DATE TO RC-RUN-DATE.
