      *    One row per date on the run calendar MATHCAL, which QA
      *    keeps by hand like MATHPLCY: whether the nightly is
      *    scheduled that night and how it runs. STANDARD is the
      *    fixed-seed run; SWEEP adds a pass per MATHSEED seed after
      *    it; GRID walks each suite's boundary grid in place of the
      *    random trials; SKIP means no run is expected - a bank
      *    holiday or a change freeze, named in CAL-REASON. A date
      *    not on the calendar is a STANDARD night. MATHNMOD holds
      *    the night's own row, frozen by RUN-CLEANUP when it opens
      *    the night.
           01  RUN-CALENDAR-RECORD.
               05  CAL-DATE          PIC X(10).
               05  CAL-NIGHT-MODE    PIC X(08).
                   88  CAL-STANDARD-NIGHT    VALUE 'STANDARD'.
                   88  CAL-SWEEP-NIGHT       VALUE 'SWEEP   '.
                   88  CAL-GRID-NIGHT        VALUE 'GRID    '.
                   88  CAL-SKIP-NIGHT        VALUE 'SKIP    '.
                   88  CAL-VALID-MODE        VALUE 'STANDARD'
                                                   'SWEEP   '
                                                   'GRID    '
                                                   'SKIP    '.
               05  CAL-REASON        PIC X(30).
