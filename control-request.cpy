      *    Request area for CONTROL-TOTALS. Mode O opens tonight's
      *    control record for CQ-FILE-NAME from the master as it
      *    stands; mode A hashes the matching staging file (SUITXTRC,
      *    SUITTRLS or SUITTIME) and adds it to tonight's record after
      *    a COLLECT step has appended it; mode V recounts the master
      *    against the newest control record on file for it. Modes
      *    O and A take CQ-CONTROL-DATE from the caller; mode V
      *    returns the date it checked. CQ-NOT-UNDER-CONTROL means
      *    the step was given no MATHCTRL at all, as for a scratch
      *    copy of a master.
           01  CONTROL-REQUEST.
               05  CQ-MODE               PIC X(01).
                   88  CQ-OPEN-MODE          VALUE 'O'.
                   88  CQ-ADD-MODE           VALUE 'A'.
                   88  CQ-VERIFY-MODE        VALUE 'V'.
               05  CQ-FILE-NAME          PIC X(08).
                   88  CQ-EXTRACT-FILE       VALUE 'MATHXTRC'.
                   88  CQ-TRIAL-FILE         VALUE 'MATHTRLS'.
                   88  CQ-TIMING-FILE        VALUE 'MATHTIME'.
               05  CQ-CONTROL-DATE       PIC X(10).
               05  CQ-EXPECTED-COUNT     PIC 9(9).
               05  CQ-EXPECTED-FLAGS     PIC 9(15).
               05  CQ-EXPECTED-AMOUNT    PIC S9(15)V9(8).
               05  CQ-FOUND-COUNT        PIC 9(9).
               05  CQ-FOUND-FLAGS        PIC 9(15).
               05  CQ-FOUND-AMOUNT       PIC S9(15)V9(8).
               05  CQ-RESULT             PIC X(01).
                   88  CQ-MATCHED            VALUE 'M'.
                   88  CQ-MISMATCHED         VALUE 'X'.
                   88  CQ-NO-CONTROL         VALUE 'N'.
                   88  CQ-NOT-UNDER-CONTROL  VALUE 'U'.
