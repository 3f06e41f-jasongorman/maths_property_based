      *    One row per approved failure waiver in MATHWAIV, keyed by
      *    suite and test name: who approved letting the assertion
      *    fail through the PROMOTE gate, why, and the last date the
      *    waiver holds (YYYY-MM-DD, inclusive). QA edits the file
      *    directly, same as MATHPLCY. A waived failure still counts
      *    as a failure everywhere; the waiver only stops it holding
      *    the promotion. From the day after the expiry date the
      *    failure blocks as if the row were not there.
           01  WAIVER-RECORD.
               05  WV-SUITE-NAME     PIC X(30).
               05  WV-TEST-NAME      PIC X(30).
               05  WV-EXPIRY-DATE    PIC X(10).
               05  WV-APPROVER       PIC X(20).
               05  WV-REASON         PIC X(50).
