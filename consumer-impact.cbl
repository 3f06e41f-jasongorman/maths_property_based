       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSUMER-IMPACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSUMER-FILE ASSIGN TO 'MATHCONS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSUMER-FILE-STATUS.
           SELECT DEFECT-FILE ASSIGN TO 'MATHDFCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DF-KEY
               FILE STATUS IS DEFECT-FILE-STATUS.
           SELECT DRIFT-FILE ASSIGN TO 'MATHDRFT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRIFT-FILE-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO 'MATHIMPN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSUMER-FILE.
           COPY 'consumer-registry.cpy'.
       FD  DEFECT-FILE.
           COPY 'defect-record.cpy'.
       FD  DRIFT-FILE.
           COPY 'drift-finding.cpy'.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       FD  NOTICE-FILE.
           01  NOTICE-RECORD     PIC X(80).
       WORKING-STORAGE SECTION.
           COPY 'maths-function-registry.cpy'.
           01  CONSUMER-FILE-STATUS PIC X(02).
               88  CONSUMER-FILE-NOT-FOUND VALUE '35'.
               88  CONSUMER-FILE-EOF       VALUE '10'.
           01  DEFECT-FILE-STATUS   PIC X(02).
               88  DEFECT-FILE-NOT-FOUND   VALUE '35'.
               88  DEFECT-FILE-EOF         VALUE '10'.
           01  DRIFT-FILE-STATUS    PIC X(02).
               88  DRIFT-FILE-NOT-FOUND    VALUE '35'.
               88  DRIFT-FILE-EOF          VALUE '10'.
           01  PROMOTION-FILE-STATUS PIC X(02).
               88  PROMOTION-FILE-NOT-FOUND VALUE '35'.
               88  PROMOTION-FILE-EOF       VALUE '10'.
           01  NOTICE-FILE-STATUS   PIC X(02).
           01  TODAYS-DATE       PIC X(10).
      *    Tonight's findings per registry function. Sized with
      *    headroom over FR-ENTRY-COUNT, as in COVERAGE-REPORT. The
      *    oldest open defect and the worst drift stand for the rest
      *    in the notice; the counts say how many there are.
           01  FINDING-TABLE.
               05  FINDING-ENTRY OCCURS 20 TIMES.
                   10  FN-DEFECT-COUNT     PIC 9(5).
                   10  FN-OLDEST-SUITE     PIC X(30).
                   10  FN-OLDEST-TEST      PIC X(30).
                   10  FN-OLDEST-SINCE     PIC X(10).
                   10  FN-OLDEST-TICKET    PIC X(12).
                   10  FN-DRIFT-COUNT      PIC 9(5).
                   10  FN-WORST-DRIFT      PIC 9(5)V9(8).
                   10  FN-WORST-DRIFT-SUITE PIC X(30).
                   10  FN-WORST-DRIFT-TEST  PIC X(30).
           01  REGISTRY-IDX      PIC 9(2).
      *    A finding belongs to the function whose CALL name opens its
      *    suite or test name (CEIL / CEILING-TEST, SQRT-OF-ZERO-TEST,
      *    the same rule COVERAGE-REPORT applies) or ends its test
      *    name as the last hyphenated word (ORACLE-NEG-HALF-SQRT).
      *    Anything else - the cross-function properties - cannot be
      *    pinned on one routine and is only counted.
           01  MATCH-SUITE-NAME  PIC X(30).
           01  MATCH-TEST-NAME   PIC X(30).
           01  MATCH-FUNCTION-IDX PIC 9(2).
           01  FUNCTION-NAME-LENGTH PIC 9(2).
           01  TEST-NAME-LENGTH  PIC 9(2).
           01  TAIL-START        PIC 9(2).
           01  UNATTRIBUTED-DEFECTS PIC 9(5)  VALUE ZERO.
           01  UNATTRIBUTED-DRIFTS  PIC 9(5)  VALUE ZERO.
           01  OPEN-DEFECT-COUNT PIC 9(5)  VALUE ZERO.
           01  DRIFT-FINDING-COUNT PIC 9(5)  VALUE ZERO.
      *    Tonight's promotion decision off MATHPROT. A held build is
      *    library-wide - nothing in it reaches any consumer - so a
      *    BLOCKED night puts every registered application on notice.
           01  TONIGHT-DECISION  PIC X(11)  VALUE SPACES.
               88  TONIGHT-BLOCKED    VALUE 'BLOCKED'.
           01  TONIGHT-BUILD-ID  PIC X(12)  VALUE SPACES.
      *    Per application
           01  CONSUMER-IDX      PIC 9(2).
           01  APP-AFFECTED-FLAG PIC X(01).
               88  APP-AFFECTED       VALUE 'Y'.
               88  APP-NOT-AFFECTED   VALUE 'N'.
      *    Registry index of each function the application calls,
      *    zero for a blank or unknown slot.
           01  APP-FUNCTION-TABLE.
               05  APP-FUNCTION-IDX  PIC 9(2) OCCURS 10 TIMES.
           01  UNKNOWN-FUNCTION-COUNT PIC 9(5)  VALUE ZERO.
           01  CONSUMER-COUNT    PIC 9(5)  VALUE ZERO.
           01  NOTICE-COUNT      PIC 9(5)  VALUE ZERO.
           01  NOTICE-TEXT       PIC X(80).
           01  NOTICE-POINTER    PIC 9(3).
           01  DIGIT-TEXT-5      PIC ZZZZ9.
           01  DRIFT-TEXT        PIC ZZZZ9.9(8).
       PROCEDURE DIVISION.
      *    Runs at the end of the night, after the promotion decision
      *    is logged: joins the open defects on MATHDFCT, tonight's
      *    drift findings on MATHDRFT and a BLOCKED decision on
      *    MATHPROT to the consumer-application registry MATHCONS,
      *    and writes one impact notice per affected application to
      *    MATHIMPN, so an owner hears about a routine they depend on
      *    before their own batch meets it. RC 4 when the registry is
      *    missing or names a function the function registry does
      *    not know.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           DISPLAY 'CONSUMER-APPLICATION IMPACT'.

           PERFORM CLEAR-FINDING-ENTRY
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.

           PERFORM COLLECT-OPEN-DEFECTS.
           PERFORM COLLECT-DRIFT-FINDINGS.
           PERFORM READ-TONIGHTS-DECISION.

           DISPLAY '  OPEN DEFECTS      : ' OPEN-DEFECT-COUNT.
           DISPLAY '  DRIFT FINDINGS    : ' DRIFT-FINDING-COUNT.
           IF TONIGHT-DECISION = SPACES
               DISPLAY '  PROMOTION DECISION: NONE LOGGED TONIGHT'
           ELSE
               DISPLAY '  PROMOTION DECISION: ' TONIGHT-DECISION
                   ' BUILD ' TONIGHT-BUILD-ID
           END-IF.
           IF UNATTRIBUTED-DEFECTS > ZERO
               OR UNATTRIBUTED-DRIFTS > ZERO
               DISPLAY '  NOT PINNED ON ONE FUNCTION: '
                   UNATTRIBUTED-DEFECTS ' DEFECT(S), '
                   UNATTRIBUTED-DRIFTS ' DRIFT(S)'
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           OPEN INPUT CONSUMER-FILE.

           IF CONSUMER-FILE-NOT-FOUND
               DISPLAY '  MATHCONS NOT FOUND - NO CONSUMERS TO'
                   ' NOTIFY'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM READ-NEXT-CONSUMER
               PERFORM JUDGE-CONSUMER UNTIL CONSUMER-FILE-EOF
               CLOSE CONSUMER-FILE
           END-IF.

           CLOSE NOTICE-FILE.

           DISPLAY '  APPLICATIONS READ : ' CONSUMER-COUNT.
           DISPLAY '  NOTICES WRITTEN   : ' NOTICE-COUNT.
           IF UNKNOWN-FUNCTION-COUNT > ZERO
               DISPLAY '  *** ' UNKNOWN-FUNCTION-COUNT
                   ' MATHCONS FUNCTION NAME(S) NOT IN THE FUNCTION'
                   ' REGISTRY - CORRECT MATHCONS'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       CLEAR-FINDING-ENTRY.
           MOVE ZERO TO FN-DEFECT-COUNT (REGISTRY-IDX).
           MOVE SPACES TO FN-OLDEST-SUITE (REGISTRY-IDX).
           MOVE SPACES TO FN-OLDEST-TEST (REGISTRY-IDX).
           MOVE SPACES TO FN-OLDEST-SINCE (REGISTRY-IDX).
           MOVE SPACES TO FN-OLDEST-TICKET (REGISTRY-IDX).
           MOVE ZERO TO FN-DRIFT-COUNT (REGISTRY-IDX).
           MOVE ZERO TO FN-WORST-DRIFT (REGISTRY-IDX).
           MOVE SPACES TO FN-WORST-DRIFT-SUITE (REGISTRY-IDX).
           MOVE SPACES TO FN-WORST-DRIFT-TEST (REGISTRY-IDX).

       COLLECT-OPEN-DEFECTS.
           OPEN INPUT DEFECT-FILE.
           IF DEFECT-FILE-NOT-FOUND
               DISPLAY '  MATHDFCT NOT FOUND - NO DEFECTS JOINED'
           ELSE
               PERFORM READ-NEXT-DEFECT
               PERFORM TALLY-OPEN-DEFECT UNTIL DEFECT-FILE-EOF
               CLOSE DEFECT-FILE
           END-IF.

       READ-NEXT-DEFECT.
           READ DEFECT-FILE NEXT RECORD
               AT END SET DEFECT-FILE-EOF TO TRUE
           END-READ.

       TALLY-OPEN-DEFECT.
           IF DF-OPEN
               ADD 1 TO OPEN-DEFECT-COUNT
               MOVE DF-SUITE-NAME TO MATCH-SUITE-NAME
               MOVE DF-TEST-NAME TO MATCH-TEST-NAME
               PERFORM FIND-FINDING-FUNCTION
               IF MATCH-FUNCTION-IDX = ZERO
                   ADD 1 TO UNATTRIBUTED-DEFECTS
               ELSE
                   PERFORM CREDIT-DEFECT-TO-FUNCTION
               END-IF
           END-IF.
           PERFORM READ-NEXT-DEFECT.

       CREDIT-DEFECT-TO-FUNCTION.
           ADD 1 TO FN-DEFECT-COUNT (MATCH-FUNCTION-IDX).
           IF FN-OLDEST-SINCE (MATCH-FUNCTION-IDX) = SPACES
               OR DF-FIRST-SEEN < FN-OLDEST-SINCE (MATCH-FUNCTION-IDX)
               MOVE DF-SUITE-NAME
                   TO FN-OLDEST-SUITE (MATCH-FUNCTION-IDX)
               MOVE DF-TEST-NAME
                   TO FN-OLDEST-TEST (MATCH-FUNCTION-IDX)
               MOVE DF-FIRST-SEEN
                   TO FN-OLDEST-SINCE (MATCH-FUNCTION-IDX)
               MOVE DF-TICKET-NUMBER
                   TO FN-OLDEST-TICKET (MATCH-FUNCTION-IDX)
           END-IF.

       COLLECT-DRIFT-FINDINGS.
           OPEN INPUT DRIFT-FILE.
           IF DRIFT-FILE-NOT-FOUND
               DISPLAY '  MATHDRFT NOT FOUND - NO DRIFT JOINED'
           ELSE
               PERFORM READ-NEXT-DRIFT
               PERFORM TALLY-DRIFT-FINDING UNTIL DRIFT-FILE-EOF
               CLOSE DRIFT-FILE
           END-IF.

       READ-NEXT-DRIFT.
           READ DRIFT-FILE
               AT END SET DRIFT-FILE-EOF TO TRUE
           END-READ.

       TALLY-DRIFT-FINDING.
           IF DR-DATE = TODAYS-DATE
               ADD 1 TO DRIFT-FINDING-COUNT
               MOVE DR-SUITE-NAME TO MATCH-SUITE-NAME
               MOVE DR-TEST-NAME TO MATCH-TEST-NAME
               PERFORM FIND-FINDING-FUNCTION
               IF MATCH-FUNCTION-IDX = ZERO
                   ADD 1 TO UNATTRIBUTED-DRIFTS
               ELSE
                   PERFORM CREDIT-DRIFT-TO-FUNCTION
               END-IF
           END-IF.
           PERFORM READ-NEXT-DRIFT.

       CREDIT-DRIFT-TO-FUNCTION.
           ADD 1 TO FN-DRIFT-COUNT (MATCH-FUNCTION-IDX).
           IF DR-DRIFT-AMOUNT > FN-WORST-DRIFT (MATCH-FUNCTION-IDX)
               MOVE DR-DRIFT-AMOUNT
                   TO FN-WORST-DRIFT (MATCH-FUNCTION-IDX)
               MOVE DR-SUITE-NAME
                   TO FN-WORST-DRIFT-SUITE (MATCH-FUNCTION-IDX)
               MOVE DR-TEST-NAME
                   TO FN-WORST-DRIFT-TEST (MATCH-FUNCTION-IDX)
           END-IF.

       FIND-FINDING-FUNCTION.
           MOVE ZERO TO MATCH-FUNCTION-IDX.
           COMPUTE TEST-NAME-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(MATCH-TEST-NAME TRAILING)).
           PERFORM MATCH-FINDING-TO-REGISTRY
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT
                   OR MATCH-FUNCTION-IDX > ZERO.

       MATCH-FINDING-TO-REGISTRY.
           COMPUTE FUNCTION-NAME-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(FR-FUNCTION-NAME (REGISTRY-IDX))).

           IF MATCH-SUITE-NAME (1:FUNCTION-NAME-LENGTH) =
               FR-FUNCTION-NAME (REGISTRY-IDX)
                   (1:FUNCTION-NAME-LENGTH)
               OR MATCH-TEST-NAME (1:FUNCTION-NAME-LENGTH) =
               FR-FUNCTION-NAME (REGISTRY-IDX)
                   (1:FUNCTION-NAME-LENGTH)
               MOVE REGISTRY-IDX TO MATCH-FUNCTION-IDX
           ELSE
               IF TEST-NAME-LENGTH > FUNCTION-NAME-LENGTH
                   COMPUTE TAIL-START =
                       TEST-NAME-LENGTH - FUNCTION-NAME-LENGTH + 1
                   IF MATCH-TEST-NAME (TAIL-START - 1:1) = '-'
                       AND MATCH-TEST-NAME
                           (TAIL-START:FUNCTION-NAME-LENGTH) =
                       FR-FUNCTION-NAME (REGISTRY-IDX)
                           (1:FUNCTION-NAME-LENGTH)
                       MOVE REGISTRY-IDX TO MATCH-FUNCTION-IDX
                   END-IF
               END-IF
           END-IF.

      *    The last decision dated tonight wins, as a same-date rerun
      *    appends a second one.
       READ-TONIGHTS-DECISION.
           OPEN INPUT PROMOTION-FILE.
           IF NOT PROMOTION-FILE-NOT-FOUND
               PERFORM READ-NEXT-PROMOTION
               PERFORM NOTE-TONIGHTS-DECISION
                   UNTIL PROMOTION-FILE-EOF
               CLOSE PROMOTION-FILE
           END-IF.

       READ-NEXT-PROMOTION.
           READ PROMOTION-FILE
               AT END SET PROMOTION-FILE-EOF TO TRUE
           END-READ.

       NOTE-TONIGHTS-DECISION.
           IF PL-DATE = TODAYS-DATE
               AND NOT PL-ROLLED-BACK
               AND NOT PL-WAIVED-FAILURE
               MOVE PL-DECISION TO TONIGHT-DECISION
               MOVE PL-BUILD-ID TO TONIGHT-BUILD-ID
           END-IF.
           PERFORM READ-NEXT-PROMOTION.

       READ-NEXT-CONSUMER.
           READ CONSUMER-FILE
               AT END SET CONSUMER-FILE-EOF TO TRUE
           END-READ.

       JUDGE-CONSUMER.
           ADD 1 TO CONSUMER-COUNT.
           IF TONIGHT-BLOCKED
               SET APP-AFFECTED TO TRUE
           ELSE
               SET APP-NOT-AFFECTED TO TRUE
           END-IF.

           PERFORM RESOLVE-CONSUMER-FUNCTION
               VARYING CONSUMER-IDX FROM 1 BY 1
               UNTIL CONSUMER-IDX > 10.

           IF APP-AFFECTED
               PERFORM WRITE-IMPACT-NOTICE
           END-IF.

           PERFORM READ-NEXT-CONSUMER.

       RESOLVE-CONSUMER-FUNCTION.
           MOVE ZERO TO APP-FUNCTION-IDX (CONSUMER-IDX).
           IF CA-FUNCTION-NAME (CONSUMER-IDX) NOT = SPACES
               PERFORM LOOKUP-REGISTRY-FUNCTION
                   VARYING REGISTRY-IDX FROM 1 BY 1
                   UNTIL REGISTRY-IDX > FR-ENTRY-COUNT
                       OR APP-FUNCTION-IDX (CONSUMER-IDX) > ZERO
               IF APP-FUNCTION-IDX (CONSUMER-IDX) = ZERO
                   ADD 1 TO UNKNOWN-FUNCTION-COUNT
                   DISPLAY '  *** ' CA-APPLICATION ' CALLS '
                       CA-FUNCTION-NAME (CONSUMER-IDX)
                       ' - NOT IN THE FUNCTION REGISTRY'
               ELSE
                   MOVE APP-FUNCTION-IDX (CONSUMER-IDX)
                       TO REGISTRY-IDX
                   IF FN-DEFECT-COUNT (REGISTRY-IDX) > ZERO
                       OR FN-DRIFT-COUNT (REGISTRY-IDX) > ZERO
                       SET APP-AFFECTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOOKUP-REGISTRY-FUNCTION.
           IF FR-FUNCTION-NAME (REGISTRY-IDX) =
               CA-FUNCTION-NAME (CONSUMER-IDX)
               MOVE REGISTRY-IDX TO APP-FUNCTION-IDX (CONSUMER-IDX)
           END-IF.

       WRITE-NOTICE-LINE.
           MOVE NOTICE-TEXT TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

       WRITE-IMPACT-NOTICE.
           ADD 1 TO NOTICE-COUNT.

           MOVE SPACES TO NOTICE-TEXT.
           STRING 'MATHS LIBRARY IMPACT NOTICE ' TODAYS-DATE
               ' FOR ' CA-APPLICATION
               DELIMITED BY SIZE INTO NOTICE-TEXT.
           PERFORM WRITE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-TEXT.
           STRING '  APPLICATION : ' CA-APP-NAME
               DELIMITED BY SIZE INTO NOTICE-TEXT.
           PERFORM WRITE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-TEXT.
           STRING '  OWNER       : ' CA-OWNER-CONTACT
               DELIMITED BY SIZE INTO NOTICE-TEXT.
           PERFORM WRITE-NOTICE-LINE.

           MOVE SPACES TO NOTICE-TEXT.
           MOVE '  CALLS       :' TO NOTICE-TEXT.
           MOVE 16 TO NOTICE-POINTER.
           PERFORM LIST-CALLED-FUNCTION
               VARYING CONSUMER-IDX FROM 1 BY 1
               UNTIL CONSUMER-IDX > 10.
           PERFORM WRITE-NOTICE-LINE.

           IF TONIGHT-BLOCKED
               MOVE SPACES TO NOTICE-TEXT
               STRING '  TONIGHT''S BUILD '
                   FUNCTION TRIM(TONIGHT-BUILD-ID)
                   ' WAS BLOCKED - THE PRODUCTION LIBRARY IS'
                   ' UNCHANGED' DELIMITED BY SIZE INTO NOTICE-TEXT
               PERFORM WRITE-NOTICE-LINE
           END-IF.

           PERFORM WRITE-FUNCTION-FINDINGS
               VARYING CONSUMER-IDX FROM 1 BY 1
               UNTIL CONSUMER-IDX > 10.

           MOVE SPACES TO NOTICE-TEXT.
           PERFORM WRITE-NOTICE-LINE.

           DISPLAY '  NOTICE: ' CA-APPLICATION ' '
               FUNCTION TRIM(CA-OWNER-CONTACT).

       LIST-CALLED-FUNCTION.
           IF CA-FUNCTION-NAME (CONSUMER-IDX) NOT = SPACES
               AND NOTICE-POINTER < 70
               STRING ' ' FUNCTION TRIM(CA-FUNCTION-NAME
                   (CONSUMER-IDX))
                   DELIMITED BY SIZE INTO NOTICE-TEXT
                   WITH POINTER NOTICE-POINTER
           END-IF.

       WRITE-FUNCTION-FINDINGS.
           IF APP-FUNCTION-IDX (CONSUMER-IDX) > ZERO
               MOVE APP-FUNCTION-IDX (CONSUMER-IDX) TO REGISTRY-IDX
               IF FN-DEFECT-COUNT (REGISTRY-IDX) > ZERO
                   PERFORM WRITE-DEFECT-FINDING
               END-IF
               IF FN-DRIFT-COUNT (REGISTRY-IDX) > ZERO
                   PERFORM WRITE-DRIFT-FINDING
               END-IF
           END-IF.

       WRITE-DEFECT-FINDING.
           MOVE FN-DEFECT-COUNT (REGISTRY-IDX) TO DIGIT-TEXT-5.
           MOVE SPACES TO NOTICE-TEXT.
           STRING '  ' FUNCTION TRIM(FR-FUNCTION-NAME (REGISTRY-IDX))
               ': ' FUNCTION TRIM(DIGIT-TEXT-5)
               ' OPEN DEFECT(S), OLDEST OPEN SINCE '
               FN-OLDEST-SINCE (REGISTRY-IDX)
               DELIMITED BY SIZE INTO NOTICE-TEXT.
           PERFORM WRITE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-TEXT.
           IF FN-OLDEST-TICKET (REGISTRY-IDX) = SPACES
               STRING '    '
                   FUNCTION TRIM(FN-OLDEST-SUITE (REGISTRY-IDX)) ' '
                   FUNCTION TRIM(FN-OLDEST-TEST (REGISTRY-IDX))
                   DELIMITED BY SIZE INTO NOTICE-TEXT
           ELSE
               STRING '    '
                   FUNCTION TRIM(FN-OLDEST-SUITE (REGISTRY-IDX)) ' '
                   FUNCTION TRIM(FN-OLDEST-TEST (REGISTRY-IDX))
                   ' TICKET '
                   FUNCTION TRIM(FN-OLDEST-TICKET (REGISTRY-IDX))
                   DELIMITED BY SIZE INTO NOTICE-TEXT
           END-IF.
           PERFORM WRITE-NOTICE-LINE.

       WRITE-DRIFT-FINDING.
           MOVE FN-DRIFT-COUNT (REGISTRY-IDX) TO DIGIT-TEXT-5.
           MOVE FN-WORST-DRIFT (REGISTRY-IDX) TO DRIFT-TEXT.
           MOVE SPACES TO NOTICE-TEXT.
           STRING '  ' FUNCTION TRIM(FR-FUNCTION-NAME (REGISTRY-IDX))
               ': ' FUNCTION TRIM(DIGIT-TEXT-5)
               ' RESULT(S) MOVED FROM THE BASELINE, WORST BY '
               FUNCTION TRIM(DRIFT-TEXT)
               DELIMITED BY SIZE INTO NOTICE-TEXT.
           PERFORM WRITE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-TEXT.
           STRING '    '
               FUNCTION TRIM(FN-WORST-DRIFT-SUITE (REGISTRY-IDX)) ' '
               FUNCTION TRIM(FN-WORST-DRIFT-TEST (REGISTRY-IDX))
               DELIMITED BY SIZE INTO NOTICE-TEXT.
           PERFORM WRITE-NOTICE-LINE.

       END PROGRAM CONSUMER-IMPACT.
