      *    Request area for RUN-CALENDAR. Mode D looks up CR-DATE and
      *    returns its night mode and reason, STANDARD for a date the
      *    calendar does not list; mode C counts the nights after
      *    CR-DATE up to and including CR-END-DATE, split into those
      *    a run was scheduled for and those the calendar skips.
      *    CR-NO-CALENDAR comes back when MATHCAL is missing, in
      *    which case every night reads as a STANDARD night.
           01  CALENDAR-REQUEST.
               05  CR-FUNCTION           PIC X(01).
                   88  CR-DAY-MODE           VALUE 'D'.
                   88  CR-COUNT-MODE         VALUE 'C'.
               05  CR-DATE               PIC X(10).
               05  CR-END-DATE           PIC X(10).
               05  CR-NIGHT-MODE         PIC X(08).
                   88  CR-STANDARD-NIGHT     VALUE 'STANDARD'.
                   88  CR-SWEEP-NIGHT        VALUE 'SWEEP   '.
                   88  CR-GRID-NIGHT         VALUE 'GRID    '.
                   88  CR-SKIP-NIGHT         VALUE 'SKIP    '.
               05  CR-REASON             PIC X(30).
               05  CR-LISTED             PIC X(01).
                   88  CR-DATE-LISTED        VALUE 'Y'.
                   88  CR-DATE-NOT-LISTED    VALUE 'N'.
               05  CR-SCHEDULED-DAYS     PIC 9(5).
               05  CR-SKIPPED-DAYS       PIC 9(5).
               05  CR-CALENDAR-STATE     PIC X(01).
                   88  CR-CALENDAR-LOADED    VALUE 'Y'.
                   88  CR-NO-CALENDAR        VALUE 'N'.
