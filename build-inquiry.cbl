       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUILD-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       WORKING-STORAGE SECTION.
           01  PROMOTION-FILE-STATUS PIC X(02).
               88  PROMOTION-FILE-NOT-FOUND VALUE '35'.
               88  PROMOTION-FILE-EOF       VALUE '10'.
      *    Inquiry argument from the EXEC PARM: a build ID to list
      *    that build alone; no PARM lists every build on MATHPROT.
           01  INQ-BUILD-ID      PIC X(12).
      *    One entry per build, in the order the builds first appear
      *    on MATHPROT (oldest first). A build tested on several
      *    nights accumulates one night per distinct decision date;
      *    a same-date rerun's second decision adds to the totals
      *    shown for the night but not to the night count. A
      *    ROLLED-BACK record is charged to the build it withdrew and
      *    adds no night and no totals.
           01  BUILD-COUNT       PIC 9(3)  VALUE ZERO.
           01  BUILD-TABLE.
               05  BUILD-ENTRY OCCURS 200 TIMES.
                   10  BT-BUILD-ID     PIC X(12).
                   10  BT-LINK-DATE    PIC X(10).
                   10  BT-CHANGE-REF   PIC X(12).
                   10  BT-FIRST-DATE   PIC X(10).
                   10  BT-LAST-DATE    PIC X(10).
                   10  BT-NIGHTS       PIC 9(5).
                   10  BT-TESTS-RUN    PIC 9(9).
                   10  BT-PASSES       PIC 9(9).
                   10  BT-FAILURES     PIC 9(9).
                   10  BT-WAIVED       PIC 9(9).
                   10  BT-PROMOTED-COUNT PIC 9(5).
                   10  BT-BLOCKED-COUNT  PIC 9(5).
                   10  BT-PROMOTED-DATE  PIC X(10).
                   10  BT-ROLLBACK-COUNT PIC 9(5).
                   10  BT-ROLLBACK-DATE  PIC X(10).
           01  LOOKUP-BUILD-ID   PIC X(12).
           01  BUILD-IDX         PIC 9(3).
           01  BUILD-FOUND-IDX   PIC 9(3).
           01  BUILD-OVERFLOW    PIC 9(5)  VALUE ZERO.
           01  DECISION-COUNT    PIC 9(7)  VALUE ZERO.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING OPTIONAL PARM-FIELD.
      *    Per-build view of the promotion log: for each build the
      *    nightly tested, the nights it was tested on, the summed
      *    totals of those nights' decisions, and whether any of them
      *    promoted it.
       MAIN-PROCEDURE.
           MOVE SPACES TO INQ-BUILD-ID.
           IF ADDRESS OF PARM-FIELD NOT = NULL
               AND PARM-LENGTH > ZERO
               MOVE PARM-VALUE (1:PARM-LENGTH) TO INQ-BUILD-ID
           END-IF.

           DISPLAY 'BUILD INQUIRY'.
           IF INQ-BUILD-ID = SPACES
               DISPLAY '  BUILD : ALL'
           ELSE
               DISPLAY '  BUILD : ' INQ-BUILD-ID
           END-IF.

           OPEN INPUT PROMOTION-FILE.

           IF PROMOTION-FILE-NOT-FOUND
               DISPLAY '  MATHPROT NOT FOUND - NO PROMOTION'
                   ' DECISIONS RECORDED YET'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-NEXT-PROMOTION.
           PERFORM TALLY-PROMOTION-RECORD
               UNTIL PROMOTION-FILE-EOF.

           CLOSE PROMOTION-FILE.

           PERFORM PRINT-BUILD-ENTRY
               VARYING BUILD-IDX FROM 1 BY 1
               UNTIL BUILD-IDX > BUILD-COUNT.

           DISPLAY '  DECISIONS READ : ' DECISION-COUNT.
           DISPLAY '  BUILDS LISTED  : ' BUILD-COUNT.
           IF BUILD-OVERFLOW > ZERO
               DISPLAY '  *** ' BUILD-OVERFLOW ' DECISION(S) FOR'
                   ' BUILDS PAST THE TABLE NOT LISTED'
           END-IF.

           IF BUILD-COUNT = ZERO
               AND INQ-BUILD-ID NOT = SPACES
               DISPLAY '  BUILD ' INQ-BUILD-ID
                   ' NEVER TESTED BY THE NIGHTLY'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       READ-NEXT-PROMOTION.
           READ PROMOTION-FILE
               AT END SET PROMOTION-FILE-EOF TO TRUE
           END-READ.

       TALLY-PROMOTION-RECORD.
           IF PL-ROLLED-BACK
               MOVE PL-WITHDRAWN-BUILD-ID TO LOOKUP-BUILD-ID
           ELSE
               MOVE PL-BUILD-ID TO LOOKUP-BUILD-ID
           END-IF.
           IF (INQ-BUILD-ID = SPACES
               OR LOOKUP-BUILD-ID = INQ-BUILD-ID)
               AND NOT PL-WAIVED-FAILURE
               ADD 1 TO DECISION-COUNT
               PERFORM TALLY-BUILD-DECISION
           END-IF.
           PERFORM READ-NEXT-PROMOTION.

       TALLY-BUILD-DECISION.
           MOVE ZERO TO BUILD-FOUND-IDX.
           PERFORM LOOKUP-BUILD-ENTRY
               VARYING BUILD-IDX FROM 1 BY 1
               UNTIL BUILD-IDX > BUILD-COUNT
                   OR BUILD-FOUND-IDX > ZERO.

           IF BUILD-FOUND-IDX = ZERO
               IF BUILD-COUNT < 200
                   ADD 1 TO BUILD-COUNT
                   MOVE BUILD-COUNT TO BUILD-FOUND-IDX
                   INITIALIZE BUILD-ENTRY (BUILD-FOUND-IDX)
                   MOVE LOOKUP-BUILD-ID
                       TO BT-BUILD-ID (BUILD-FOUND-IDX)
               ELSE
                   ADD 1 TO BUILD-OVERFLOW
               END-IF
           END-IF.

           IF BUILD-FOUND-IDX > ZERO
               IF PL-ROLLED-BACK
                   ADD 1 TO BT-ROLLBACK-COUNT (BUILD-FOUND-IDX)
                   MOVE PL-DATE TO BT-ROLLBACK-DATE (BUILD-FOUND-IDX)
               ELSE
                   PERFORM TALLY-BUILD-NIGHT
               END-IF
           END-IF.

       TALLY-BUILD-NIGHT.
           IF PL-DATE NOT = BT-LAST-DATE (BUILD-FOUND-IDX)
               ADD 1 TO BT-NIGHTS (BUILD-FOUND-IDX)
               MOVE PL-DATE TO BT-LAST-DATE (BUILD-FOUND-IDX)
           END-IF.
           IF BT-FIRST-DATE (BUILD-FOUND-IDX) = SPACES
               MOVE PL-DATE TO BT-FIRST-DATE (BUILD-FOUND-IDX)
               MOVE PL-LINK-DATE TO BT-LINK-DATE (BUILD-FOUND-IDX)
               MOVE PL-CHANGE-REF TO BT-CHANGE-REF (BUILD-FOUND-IDX)
           END-IF.
           ADD PL-TESTS-RUN TO BT-TESTS-RUN (BUILD-FOUND-IDX).
           ADD PL-PASSES    TO BT-PASSES (BUILD-FOUND-IDX).
           ADD PL-FAILURES  TO BT-FAILURES (BUILD-FOUND-IDX).
           ADD PL-WAIVED-FAILURES TO BT-WAIVED (BUILD-FOUND-IDX).
           IF PL-PROMOTED
               ADD 1 TO BT-PROMOTED-COUNT (BUILD-FOUND-IDX)
               MOVE PL-DATE TO BT-PROMOTED-DATE (BUILD-FOUND-IDX)
           ELSE
               ADD 1 TO BT-BLOCKED-COUNT (BUILD-FOUND-IDX)
           END-IF.

       LOOKUP-BUILD-ENTRY.
           IF BT-BUILD-ID (BUILD-IDX) = LOOKUP-BUILD-ID
               MOVE BUILD-IDX TO BUILD-FOUND-IDX
           END-IF.

       PRINT-BUILD-ENTRY.
           DISPLAY '  BUILD ' BT-BUILD-ID (BUILD-IDX)
               ' LINKED ' BT-LINK-DATE (BUILD-IDX)
               ' CHANGE ' BT-CHANGE-REF (BUILD-IDX).
           DISPLAY '    NIGHTS TESTED ' BT-NIGHTS (BUILD-IDX)
               ' FROM ' BT-FIRST-DATE (BUILD-IDX)
               ' TO ' BT-LAST-DATE (BUILD-IDX).
           DISPLAY '    RUN ' BT-TESTS-RUN (BUILD-IDX)
               ' PASS ' BT-PASSES (BUILD-IDX)
               ' FAIL ' BT-FAILURES (BUILD-IDX)
               ' WAIVED ' BT-WAIVED (BUILD-IDX).
           IF BT-PROMOTED-COUNT (BUILD-IDX) > ZERO
               DISPLAY '    PROMOTED: YES, LAST ON '
                   BT-PROMOTED-DATE (BUILD-IDX)
                   ' (' BT-BLOCKED-COUNT (BUILD-IDX)
                   ' BLOCKED DECISION(S))'
           ELSE
               DISPLAY '    PROMOTED: NO ('
                   BT-BLOCKED-COUNT (BUILD-IDX)
                   ' BLOCKED DECISION(S))'
           END-IF.
           IF BT-ROLLBACK-COUNT (BUILD-IDX) > ZERO
               DISPLAY '    ROLLED BACK: ' BT-ROLLBACK-COUNT (BUILD-IDX)
                   ' TIME(S), LAST ON ' BT-ROLLBACK-DATE (BUILD-IDX)
           END-IF.

       END PROGRAM BUILD-INQUIRY.
