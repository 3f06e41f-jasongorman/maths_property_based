      *    One row per actual the DRIFT step found moved past the
      *    threshold from its blessed baseline, pass or fail.
      *    BASELINE-COMPARE rewrites MATHDRFT whole on every run that
      *    had a baseline to judge against, so readers take only the
      *    rows dated tonight - a night with no baseline leaves the
      *    previous night's rows behind.
           01  DRIFT-FINDING-RECORD.
               05  DR-DATE           PIC X(10).
               05  DR-SUITE-NAME     PIC X(30).
               05  DR-TEST-NAME      PIC X(30).
               05  DR-BASELINE-ACTUAL PIC S9(4)V9(8).
               05  DR-ACTUAL         PIC S9(4)V9(8).
               05  DR-DRIFT-AMOUNT   PIC 9(5)V9(8).
      *    The MATHBGEN generation judged against; 'NONE' when only
      *    the manual MATHBASE snapshot was on hand.
               05  DR-GEN-DATE       PIC X(10).
