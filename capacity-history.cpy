      *    One row per measured dataset per night, appended to
      *    MATHCAPH by CAPACITY-CHECK. CP-RECORD-COUNT and
      *    CP-TRACKS-USED are tonight's size; CP-TRACKS-LIMIT and
      *    CP-RECORD-LIMIT are what the MATHALOC allocation can
      *    reach, primary plus fifteen secondary extents. The growth
      *    is records per night over the CP-NIGHTS-TRENDED nights of
      *    retained history, and CP-NIGHTS-LEFT how many more nights
      *    at that rate before the limit is reached - 99999 when the
      *    dataset is not growing. LOW means fewer nights left than
      *    the step's threshold, FULL that the limit is already
      *    reached, NO TREND that there is not yet a second night to
      *    trend from, and MISSING that the dataset could not be
      *    read tonight. HISTORY-ARCHIVE moves rows older than its
      *    cutoff out to MATHKARC with the other evidence files.
           01  CAPACITY-HISTORY-RECORD.
               05  CP-DATE             PIC X(10).
               05  CP-DATASET-NAME     PIC X(30).
               05  CP-RECORD-COUNT     PIC 9(9).
               05  CP-TRACKS-USED      PIC 9(5).
               05  CP-TRACKS-LIMIT     PIC 9(5).
               05  CP-RECORD-LIMIT     PIC 9(9).
               05  CP-GROWTH-PER-NIGHT PIC 9(7)V99.
               05  CP-NIGHTS-TRENDED   PIC 9(5).
               05  CP-NIGHTS-LEFT      PIC 9(5).
               05  CP-STATUS           PIC X(08).
                   88  CP-ROOM-LEFT        VALUE 'OK      '.
                   88  CP-LOW-ON-SPACE     VALUE 'LOW     '.
                   88  CP-AT-LIMIT         VALUE 'FULL    '.
                   88  CP-NO-TREND         VALUE 'NO TREND'.
                   88  CP-NOT-MEASURED     VALUE 'MISSING '.
               05  CP-THRESHOLD        PIC 9(5).
