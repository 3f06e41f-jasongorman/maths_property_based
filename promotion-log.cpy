      *    totals the decision was based on, and the return code the
      *    gate observed. The job log ages off spool; this file is the
      *    permanent answer to "what was promoted and on what
      *    evidence". The on-demand rollback job (MATHROLL) appends
      *    a ROLLED-BACK record when a promoted build is withdrawn:
      *    it names the build reinstated in PL-BUILD-ID and the build
      *    withdrawn in PL-WITHDRAWN-BUILD-ID, carries zero totals
      *    (it judged no evidence of its own), and is not a night -
      *    readers counting nights skip it. MERGE-RESULTS writes a
      *    WAIVED record ahead of the night's decision for every
      *    failure a current MATHWAIV waiver let through the gate,
      *    laid out as PL-WAIVER-DETAIL; it is evidence for the
      *    decision that follows, not a decision, and every reader
      *    of decisions skips it.
           01  PROMOTION-LOG-RECORD.
               05  PL-DATE           PIC X(10).
               05  PL-DECISION       PIC X(11).
                   88  PL-PROMOTED       VALUE 'PROMOTED'.
                   88  PL-BLOCKED        VALUE 'BLOCKED'.
                   88  PL-ROLLED-BACK    VALUE 'ROLLED-BACK'.
                   88  PL-WAIVED-FAILURE VALUE 'WAIVED'.
               05  PL-DECISION-DETAIL.
                   10  PL-TESTS-RUN      PIC 9(9).
                   10  PL-PASSES         PIC 9(9).
                   10  PL-FAILURES       PIC 9(9).
                   10  PL-RETURN-CODE    PIC 9(4).
      *    The baseline generation the DRIFT step judged against
      *    (the newest on MATHBGEN when the decision was logged;
      *    'NONE' when only the manual snapshot existed), so every
      *    decision names the baseline it rested on. On a ROLLED-BACK
      *    record, the generation the rollback made current again.
                   10  PL-BASELINE-DATE  PIC X(10).
      *    The waived failures among PL-FAILURES, off the merged
      *    summary: a PROMOTED decision with failures on it went out
      *    under these waivers.
                   10  PL-WAIVED-FAILURES PIC 9(9).
      *    The build the decision was taken on, off MATHNBLD: the
      *    library PROMOTED put into production, or BLOCKED held
      *    back. On a ROLLED-BACK record, the build put back.
                   10  PL-BUILD-ID       PIC X(12).
                   10  PL-LINK-DATE      PIC X(10).
                   10  PL-CHANGE-REF     PIC X(12).
      *    ROLLED-BACK only: the build taken out of production.
      *    Spaces on the nightly decisions.
                   10  PL-WITHDRAWN-BUILD-ID PIC X(12).
      *    WAIVED only: the failed assertion, and the waiver that let
      *    it through - who approved it and the last date it holds.
               05  PL-WAIVER-DETAIL REDEFINES PL-DECISION-DETAIL.
                   10  PL-WAIVED-SUITE-NAME PIC X(30).
                   10  PL-WAIVED-TEST-NAME  PIC X(30).
                   10  PL-WAIVER-APPROVER   PIC X(20).
                   10  PL-WAIVER-EXPIRY     PIC X(10).
                   10  FILLER               PIC X(06).
