      *    Appended to MATHDETR by DETERMINISM-CHECK in the MATHDETM
      *    determinism run, where each suite runs twice in one step
      *    from the same PC-SEED and PROPERTY-CONFIG. One S row per
      *    suite checked, then one F row per maths function that
      *    answered differently on the two passes, following its S
      *    row. On an F row only DT-FUNCTION-NAME and the difference
      *    counts are filled. SAME means the passes agreed row for
      *    row; DIFFERS means at least one extract or trial row did
      *    not; NOT RUN means a pass never reported; PARTIAL means the
      *    first pass overflowed the comparison table, so only part
      *    of it was checked. DT-UNATTRIBUTED counts differing rows
      *    no single function could be named for, such as a
      *    CROSS-FUNC-TEST identity built from several functions.
      *    Trial-log differences stay on the S row: the draws come
      *    from the suite, not from any maths function.
           01  DETERMINISM-RESULT-RECORD.
               05  DT-RECORD-TYPE    PIC X(01).
                   88  DT-SUITE-ROW      VALUE 'S'.
                   88  DT-FUNCTION-ROW   VALUE 'F'.
               05  DT-DATE           PIC X(10).
               05  DT-SUITE-NAME     PIC X(30).
               05  DT-FUNCTION-NAME  PIC X(10).
               05  DT-VERDICT        PIC X(08).
                   88  DT-SAME           VALUE 'SAME    '.
                   88  DT-DIFFERS        VALUE 'DIFFERS '.
                   88  DT-NOT-RUN        VALUE 'NOT RUN '.
                   88  DT-PARTIAL        VALUE 'PARTIAL '.
               05  DT-ROWS-COMPARED  PIC 9(9).
               05  DT-ACTUAL-DIFFS   PIC 9(5).
               05  DT-VERDICT-DIFFS  PIC 9(5).
               05  DT-UNPAIRED-ROWS  PIC 9(5).
               05  DT-TRIALS-COMPARED PIC 9(9).
               05  DT-TRIAL-DIFFS    PIC 9(5).
               05  DT-UNATTRIBUTED   PIC 9(5).
