           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
           SELECT NIGHT-BUILD-FILE ASSIGN TO 'MATHNBLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-BUILD-STATUS.
           SELECT GENERATION-FILE ASSIGN TO 'MATHBGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           COPY 'run-summary.cpy'.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       FD  NIGHT-BUILD-FILE.
           COPY 'build-identity.cpy'.
       FD  GENERATION-FILE.
           COPY 'baseline-generation.cpy'.
       WORKING-STORAGE SECTION.
           01  GENERATION-FILE-STATUS PIC X(02).
               88  GENERATION-NOT-FOUND    VALUE '35'.
               88  GENERATION-EOF          VALUE '10'.
           01  NIGHT-BUILD-STATUS   PIC X(02).
               88  NIGHT-BUILD-NOT-FOUND   VALUE '35'.
      *    The build RUN-CLEANUP stamped the night with; UNKNOWN when
      *    MATHNBLD is missing or empty.
           01  NIGHT-BUILD.
               05  NB-BUILD-ID       PIC X(12).
               05  NB-LINK-DATE      PIC X(10).
               05  NB-CHANGE-REF     PIC X(12).
      *    The newest MATHBGEN generation when this decision is
      *    logged - the one the DRIFT step judged against, since the
      *    PROMLOG steps run before tonight's bless.

           PERFORM READ-RUN-SUMMARY.
           PERFORM FIND-JUDGED-GENERATION.
           PERFORM READ-NIGHT-BUILD.

           OPEN EXTEND PROMOTION-FILE.
           IF PROMOTION-FILE-NOT-FOUND
               MOVE RS-PASSES      TO PL-PASSES
               MOVE RS-FAILURES    TO PL-FAILURES
               MOVE RS-RETURN-CODE TO PL-RETURN-CODE
               MOVE RS-WAIVED-FAILURES TO PL-WAIVED-FAILURES
           ELSE
               MOVE ZERO TO PL-TESTS-RUN
               MOVE ZERO TO PL-PASSES
               MOVE ZERO TO PL-FAILURES
               MOVE ZERO TO PL-WAIVED-FAILURES
               MOVE 9999 TO PL-RETURN-CODE
           END-IF.

           MOVE JUDGED-GEN-DATE TO PL-BASELINE-DATE.
           MOVE NB-BUILD-ID   TO PL-BUILD-ID.
           MOVE NB-LINK-DATE  TO PL-LINK-DATE.
           MOVE NB-CHANGE-REF TO PL-CHANGE-REF.
           MOVE SPACES TO PL-WITHDRAWN-BUILD-ID.

           WRITE PROMOTION-LOG-RECORD.

               ' FAIL ' PL-FAILURES
               ' RC ' PL-RETURN-CODE
               ' BASELINE ' PL-BASELINE-DATE ')'.
           DISPLAY 'PROMOTION-LOG: BUILD ' PL-BUILD-ID
               ' LINKED ' PL-LINK-DATE ' CHANGE ' PL-CHANGE-REF.
           IF PL-WAIVED-FAILURES > ZERO
               DISPLAY 'PROMOTION-LOG: ' PL-WAIVED-FAILURES
                   ' OF THE FAILURES WERE WAIVED'
           END-IF.

           GOBACK.

       READ-NIGHT-BUILD.
           MOVE SPACES TO NIGHT-BUILD.
           MOVE 'UNKNOWN' TO NB-BUILD-ID.
           OPEN INPUT NIGHT-BUILD-FILE.
           IF NOT NIGHT-BUILD-NOT-FOUND
               READ NIGHT-BUILD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUILD-IDENTITY-RECORD TO NIGHT-BUILD
               END-READ
               CLOSE NIGHT-BUILD-FILE
           END-IF.

      *    Dates sit grouped oldest-first in MATHBGEN, so the newest
      *    is the last one seen; with no generation file at all the
      *    decision rested on the manual snapshot, stamped 'NONE'.
