       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-ROLLBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOTION-FILE-STATUS.
           SELECT NIGHT-BUILD-FILE ASSIGN TO 'MATHNBLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NIGHT-BUILD-STATUS.
           SELECT GENERATION-FILE ASSIGN TO 'MATHBGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT GENERATION-NEW-FILE ASSIGN TO 'MATHBNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-FILE.
           COPY 'promotion-log.cpy'.
       FD  NIGHT-BUILD-FILE.
           COPY 'build-identity.cpy'.
       FD  GENERATION-FILE.
           COPY 'baseline-generation.cpy'.
       FD  GENERATION-NEW-FILE.
           01  NEW-GEN-IMAGE     PIC X(94).
       WORKING-STORAGE SECTION.
           01  PROMOTION-FILE-STATUS PIC X(02).
               88  PROMOTION-FILE-NOT-FOUND VALUE '35'.
               88  PROMOTION-FILE-EOF       VALUE '10'.
           01  NIGHT-BUILD-STATUS   PIC X(02).
               88  NIGHT-BUILD-NOT-FOUND   VALUE '35'.
           01  GENERATION-FILE-STATUS PIC X(02).
               88  GENERATION-NOT-FOUND    VALUE '35'.
               88  GENERATION-EOF          VALUE '10'.
           01  GENERATION-NEW-STATUS  PIC X(02).
           01  ROLLBACK-MODE     PIC X(10).
               88  MODE-SAVE-CHECK    VALUE 'SAVECHECK'.
               88  MODE-CHECK         VALUE 'CHECK'.
               88  MODE-APPLY         VALUE 'APPLY'.
           01  TODAYS-DATE       PIC X(10).
      *    The build RUN-CLEANUP stamped tonight with; UNKNOWN when
      *    MATHNBLD is missing or empty.
           01  NIGHT-BUILD.
               05  NB-BUILD-ID       PIC X(12).
               05  NB-LINK-DATE      PIC X(10).
               05  NB-CHANGE-REF     PIC X(12).
      *    The builds that have held production, replayed off
      *    MATHPROT oldest first: a PROMOTED decision for a build
      *    other than the one on top pushes it, a repeat promotion of
      *    the top build only moves its date on, and a ROLLED-BACK
      *    record pops the top. The top entry is the build in
      *    production now, the one under it the build a rollback
      *    would put back. PS-PROMOTED-DATE is the last night the
      *    build was promoted while on top - the date of the newest
      *    baseline generation blessed from it.
           01  PROD-DEPTH        PIC 9(2)  VALUE ZERO.
           01  PROD-STACK.
               05  PROD-ENTRY OCCURS 50 TIMES.
                   10  PS-BUILD-ID       PIC X(12).
                   10  PS-LINK-DATE      PIC X(10).
                   10  PS-CHANGE-REF     PIC X(12).
                   10  PS-PROMOTED-DATE  PIC X(10).
           01  PROD-IDX          PIC 9(2).
      *    What last changed production: a promotion of a new build
      *    (the prior library was saved first) or a rollback (the
      *    saved library is the one now in production, so there is
      *    nothing further back to restore).
           01  LAST-CHANGE-FLAG  PIC X(01)  VALUE SPACE.
               88  LAST-CHANGE-PROMOTION  VALUE 'P'.
               88  LAST-CHANGE-ROLLBACK   VALUE 'R'.
           01  LAST-CHANGE-DATE  PIC X(10)  VALUE SPACES.
      *    The build the newest ROLLED-BACK record took out of
      *    production, until a PROMOTED or BLOCKED decision for some
      *    other build shows the library has moved on past it.
           01  ROLLED-OUT-BUILD-ID PIC X(12) VALUE SPACES.
           01  ROLLED-OUT-DATE   PIC X(10)  VALUE SPACES.
      *    The rollback worked out from the top two stack entries.
           01  PLAN-OK-FLAG      PIC X(01).
               88  PLAN-OK            VALUE 'Y'.
               88  PLAN-REFUSED       VALUE 'N'.
           01  WITHDRAWN-BUILD-ID PIC X(12).
           01  WITHDRAWN-DATE    PIC X(10).
           01  REINSTATED.
               05  RB-BUILD-ID       PIC X(12).
               05  RB-LINK-DATE      PIC X(10).
               05  RB-CHANGE-REF     PIC X(12).
               05  RB-PROMOTED-DATE  PIC X(10).
      *    MATHBGEN generations newer than the reinstated build's
      *    last promotion were blessed from the withdrawn build and
      *    are dropped; the newest one left becomes current.
           01  NEWEST-KEPT-DATE  PIC X(10).
           01  DROPPED-GEN-DATE  PIC X(10).
           01  DROPPED-GEN-COUNT PIC 9(2)  VALUE ZERO.
           01  DROPPED-ROW-COUNT PIC 9(9)  VALUE ZERO.
           01  KEPT-ROW-COUNT    PIC 9(9)  VALUE ZERO.
           01  REINSTATED-GEN-FLAG PIC X(01).
               88  REINSTATED-GEN-ON-FILE  VALUE 'Y'.
               88  REINSTATED-GEN-MISSING  VALUE 'N'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
               05  PARM-VALUE    PIC X(20).
       PROCEDURE DIVISION USING PARM-FIELD.
      *    Bookkeeping for taking a promoted build back out of
      *    production, in three modes picked by the EXEC PARM:
      *      SAVECHECK - nightly, on the PROMOTED branch ahead of
      *                  MATHPROM: RC 0 when tonight's build is not
      *                  the one already in production, so the
      *                  SAVEPROD step copies the production library
      *                  aside before it is replaced; RC 4 when it is
      *                  (a re-promotion of the same build), so the
      *                  saved copy keeps the build before it; RC 8
      *                  when tonight's build is the one the last
      *                  rollback withdrew and no other build has been
      *                  logged since, so it is neither saved nor
      *                  promoted again.
      *      CHECK     - first step of MATHROLL: works out which
      *                  build would be withdrawn and which put back,
      *                  and which baseline generations go with the
      *                  withdrawn one; RC 8 refuses the rollback and
      *                  the job restores nothing.
      *      APPLY     - after MATHROLL has restored the library:
      *                  writes MATHBNEW without the withdrawn build's
      *                  generations (BGENCPY copies it over MATHBGEN)
      *                  and appends the ROLLED-BACK decision to
      *                  MATHPROT.
      *    Only one level of rollback is kept: the saved library is
      *    the build that was in production before the last new
      *    promotion, so a second rollback in a row is refused.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO TODAYS-DATE(1:4).
           MOVE '-' TO TODAYS-DATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO TODAYS-DATE(6:2).
           MOVE '-' TO TODAYS-DATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO TODAYS-DATE(9:2).

           MOVE SPACES TO ROLLBACK-MODE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-VALUE (1:PARM-LENGTH) TO ROLLBACK-MODE
           END-IF.

           IF NOT MODE-SAVE-CHECK
               AND NOT MODE-CHECK
               AND NOT MODE-APPLY
               DISPLAY 'PROMOTION-ROLLBACK: PARM must say SAVECHECK,'
                   ' CHECK or APPLY'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM REPLAY-PRODUCTION-HISTORY.

           EVALUATE TRUE
               WHEN MODE-SAVE-CHECK
                   PERFORM CHECK-LIBRARY-SAVE
               WHEN MODE-CHECK
                   PERFORM PLAN-ROLLBACK
                   IF PLAN-OK
                       PERFORM SCAN-GENERATIONS
                       PERFORM REPORT-ROLLBACK-PLAN
                   END-IF
               WHEN MODE-APPLY
                   PERFORM PLAN-ROLLBACK
                   IF PLAN-OK
                       PERFORM REWRITE-GENERATIONS
                       PERFORM LOG-ROLLBACK
                       PERFORM REPORT-ROLLBACK-DONE
                   END-IF
           END-EVALUATE.

           GOBACK.

       REPLAY-PRODUCTION-HISTORY.
           OPEN INPUT PROMOTION-FILE.
           IF NOT PROMOTION-FILE-NOT-FOUND
               PERFORM READ-NEXT-PROMOTION
               PERFORM REPLAY-PROMOTION-RECORD
                   UNTIL PROMOTION-FILE-EOF
               CLOSE PROMOTION-FILE
           END-IF.

       READ-NEXT-PROMOTION.
           READ PROMOTION-FILE
               AT END SET PROMOTION-FILE-EOF TO TRUE
           END-READ.

       REPLAY-PROMOTION-RECORD.
           EVALUATE TRUE
               WHEN PL-PROMOTED
                   PERFORM REPLAY-PROMOTION
               WHEN PL-BLOCKED
                   PERFORM CLEAR-ROLLED-OUT-BUILD
               WHEN PL-ROLLED-BACK
                   PERFORM REPLAY-ROLLBACK
           END-EVALUATE.
           PERFORM READ-NEXT-PROMOTION.

       REPLAY-PROMOTION.
           PERFORM CLEAR-ROLLED-OUT-BUILD.
           IF PROD-DEPTH = ZERO
               OR PL-BUILD-ID NOT = PS-BUILD-ID (PROD-DEPTH)
               PERFORM PUSH-PRODUCTION-ENTRY
               SET LAST-CHANGE-PROMOTION TO TRUE
               MOVE PL-DATE TO LAST-CHANGE-DATE
           END-IF.
           MOVE PL-LINK-DATE  TO PS-LINK-DATE (PROD-DEPTH).
           MOVE PL-CHANGE-REF TO PS-CHANGE-REF (PROD-DEPTH).
           MOVE PL-DATE       TO PS-PROMOTED-DATE (PROD-DEPTH).

      *    The build put back should be the one now uncovered; if the
      *    earlier history has been archived off MATHPROT it is not,
      *    and the record itself says what went back in.
       REPLAY-ROLLBACK.
           IF PROD-DEPTH > ZERO
               SUBTRACT 1 FROM PROD-DEPTH
           END-IF.
           IF PROD-DEPTH = ZERO
               OR PL-BUILD-ID NOT = PS-BUILD-ID (PROD-DEPTH)
               PERFORM PUSH-PRODUCTION-ENTRY
               MOVE PL-LINK-DATE TO PS-LINK-DATE (PROD-DEPTH)
               MOVE PL-CHANGE-REF TO PS-CHANGE-REF (PROD-DEPTH)
               MOVE PL-BASELINE-DATE
                   TO PS-PROMOTED-DATE (PROD-DEPTH)
           END-IF.
           SET LAST-CHANGE-ROLLBACK TO TRUE.
           MOVE PL-DATE TO LAST-CHANGE-DATE.
           MOVE PL-WITHDRAWN-BUILD-ID TO ROLLED-OUT-BUILD-ID.
           MOVE PL-DATE TO ROLLED-OUT-DATE.

      *    A decision logged for the reinstated build itself, or for
      *    the withdrawn one again, leaves the withdrawal standing.
       CLEAR-ROLLED-OUT-BUILD.
           IF ROLLED-OUT-BUILD-ID NOT = SPACES
               AND PL-BUILD-ID NOT = 'UNKNOWN'
               AND PL-BUILD-ID NOT = ROLLED-OUT-BUILD-ID
               AND PL-BUILD-ID NOT = PS-BUILD-ID (PROD-DEPTH)
               MOVE SPACES TO ROLLED-OUT-BUILD-ID
           END-IF.

      *    A full stack drops its oldest entry - only the top two are
      *    ever acted on.
       PUSH-PRODUCTION-ENTRY.
           IF PROD-DEPTH = 50
               PERFORM SHIFT-PRODUCTION-ENTRY
                   VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > 49
               MOVE 49 TO PROD-DEPTH
           END-IF.
           ADD 1 TO PROD-DEPTH.
           MOVE SPACES TO PROD-ENTRY (PROD-DEPTH).
           MOVE PL-BUILD-ID TO PS-BUILD-ID (PROD-DEPTH).

       SHIFT-PRODUCTION-ENTRY.
           MOVE PROD-ENTRY (PROD-IDX + 1) TO PROD-ENTRY (PROD-IDX).

      *    Tonight's promotion replaces production. The library in
      *    production is saved aside only when tonight brings a
      *    different build: re-promoting the same build must not
      *    overwrite the saved copy of the one before it. A build
      *    that cannot be told apart (UNKNOWN on either side) is
      *    always saved. A build a rollback has withdrawn is refused
      *    outright until a different build has been logged.
       CHECK-LIBRARY-SAVE.
           PERFORM READ-NIGHT-BUILD.

           EVALUATE TRUE
               WHEN NB-BUILD-ID NOT = 'UNKNOWN'
                   AND NB-BUILD-ID = ROLLED-OUT-BUILD-ID
                   DISPLAY 'PROMOTION-ROLLBACK: BUILD ' NB-BUILD-ID
                       ' WAS WITHDRAWN BY THE ROLLBACK OF '
                       ROLLED-OUT-DATE ' - NOT SAVED OR PROMOTED'
                   MOVE 8 TO RETURN-CODE
               WHEN PROD-DEPTH = ZERO
                   DISPLAY 'PROMOTION-ROLLBACK: NO PROMOTED BUILD ON'
                       ' MATHPROT - SAVE THE PRODUCTION LIBRARY'
               WHEN NB-BUILD-ID = 'UNKNOWN'
                   OR PS-BUILD-ID (PROD-DEPTH) = 'UNKNOWN'
                   DISPLAY 'PROMOTION-ROLLBACK: BUILD NOT IDENTIFIED'
                       ' - SAVE THE PRODUCTION LIBRARY'
               WHEN NB-BUILD-ID = PS-BUILD-ID (PROD-DEPTH)
                   DISPLAY 'PROMOTION-ROLLBACK: BUILD ' NB-BUILD-ID
                       ' IS ALREADY IN PRODUCTION - SAVED LIBRARY'
                       ' KEPT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'PROMOTION-ROLLBACK: SAVE PRODUCTION'
                       ' BUILD ' PS-BUILD-ID (PROD-DEPTH)
                       ' BEFORE PROMOTING ' NB-BUILD-ID
           END-EVALUATE.

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

       PLAN-ROLLBACK.
           SET PLAN-OK TO TRUE.

           IF LAST-CHANGE-ROLLBACK
               DISPLAY 'PROMOTION-ROLLBACK: PRODUCTION WAS LAST'
                   ' CHANGED BY THE ROLLBACK OF ' LAST-CHANGE-DATE
                   ' - THE SAVED LIBRARY IS ALREADY IN PRODUCTION;'
                   ' REFUSED'
               SET PLAN-REFUSED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PROD-DEPTH < 2
                   DISPLAY 'PROMOTION-ROLLBACK: NO EARLIER PROMOTED'
                       ' BUILD ON MATHPROT TO REINSTATE - REFUSED'
                   SET PLAN-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           IF PLAN-OK
               MOVE PS-BUILD-ID (PROD-DEPTH) TO WITHDRAWN-BUILD-ID
               MOVE PS-PROMOTED-DATE (PROD-DEPTH) TO WITHDRAWN-DATE
               COMPUTE PROD-IDX = PROD-DEPTH - 1
               MOVE PS-BUILD-ID (PROD-IDX)   TO RB-BUILD-ID
               MOVE PS-LINK-DATE (PROD-IDX)  TO RB-LINK-DATE
               MOVE PS-CHANGE-REF (PROD-IDX) TO RB-CHANGE-REF
               MOVE PS-PROMOTED-DATE (PROD-IDX) TO RB-PROMOTED-DATE
           END-IF.

      *    CHECK only reads MATHBGEN, to show what APPLY will do.
       SCAN-GENERATIONS.
           PERFORM START-GENERATION-PASS.
           OPEN INPUT GENERATION-FILE.
           IF NOT GENERATION-NOT-FOUND
               PERFORM READ-NEXT-GENERATION
               PERFORM SCAN-ONE-GENERATION-ROW
                   UNTIL GENERATION-EOF
               CLOSE GENERATION-FILE
           END-IF.

       SCAN-ONE-GENERATION-ROW.
           PERFORM SORT-GENERATION-ROW.
           PERFORM READ-NEXT-GENERATION.

       REWRITE-GENERATIONS.
           PERFORM START-GENERATION-PASS.
           OPEN OUTPUT GENERATION-NEW-FILE.
           OPEN INPUT GENERATION-FILE.
           IF NOT GENERATION-NOT-FOUND
               PERFORM READ-NEXT-GENERATION
               PERFORM COPY-ONE-GENERATION-ROW
                   UNTIL GENERATION-EOF
               CLOSE GENERATION-FILE
           END-IF.
           CLOSE GENERATION-NEW-FILE.

       COPY-ONE-GENERATION-ROW.
           PERFORM SORT-GENERATION-ROW.
           IF BG-DATE NOT > RB-PROMOTED-DATE
               MOVE BASELINE-GEN-RECORD TO NEW-GEN-IMAGE
               WRITE NEW-GEN-IMAGE
           END-IF.
           PERFORM READ-NEXT-GENERATION.

       START-GENERATION-PASS.
           MOVE 'NONE' TO NEWEST-KEPT-DATE.
           MOVE SPACES TO DROPPED-GEN-DATE.
           MOVE ZERO TO DROPPED-GEN-COUNT.
           MOVE ZERO TO DROPPED-ROW-COUNT.
           MOVE ZERO TO KEPT-ROW-COUNT.
           SET REINSTATED-GEN-MISSING TO TRUE.

       READ-NEXT-GENERATION.
           READ GENERATION-FILE
               AT END SET GENERATION-EOF TO TRUE
           END-READ.

      *    Dates sit grouped oldest first, so the last kept date seen
      *    is the generation that becomes current.
       SORT-GENERATION-ROW.
           IF BG-DATE > RB-PROMOTED-DATE
               ADD 1 TO DROPPED-ROW-COUNT
               IF BG-DATE NOT = DROPPED-GEN-DATE
                   ADD 1 TO DROPPED-GEN-COUNT
                   MOVE BG-DATE TO DROPPED-GEN-DATE
               END-IF
           ELSE
               ADD 1 TO KEPT-ROW-COUNT
               MOVE BG-DATE TO NEWEST-KEPT-DATE
               IF BG-DATE = RB-PROMOTED-DATE
                   SET REINSTATED-GEN-ON-FILE TO TRUE
               END-IF
           END-IF.

       REPORT-ROLLBACK-PLAN.
           DISPLAY 'PROMOTION-ROLLBACK: ROLLBACK PLAN'.
           PERFORM REPORT-ROLLBACK-BUILDS.
           DISPLAY '  GENERATIONS TO DROP : ' DROPPED-GEN-COUNT
               ' (' DROPPED-ROW-COUNT ' ROWS)'.
           DISPLAY '  CURRENT AFTERWARDS  : ' NEWEST-KEPT-DATE.
           PERFORM WARN-IF-GENERATION-MISSING.

       REPORT-ROLLBACK-DONE.
           DISPLAY 'PROMOTION-ROLLBACK: ROLLED-BACK RECORDED FOR '
               TODAYS-DATE.
           PERFORM REPORT-ROLLBACK-BUILDS.
           DISPLAY '  GENERATIONS DROPPED : ' DROPPED-GEN-COUNT
               ' (' DROPPED-ROW-COUNT ' ROWS)'.
           DISPLAY '  ROWS KEPT           : ' KEPT-ROW-COUNT.
           DISPLAY '  CURRENT GENERATION  : ' NEWEST-KEPT-DATE.
           DISPLAY '  COPY MATHBNEW OVER MATHBGEN (BGENCPY STEP)'.
           PERFORM WARN-IF-GENERATION-MISSING.

       REPORT-ROLLBACK-BUILDS.
           DISPLAY '  WITHDRAWN BUILD     : ' WITHDRAWN-BUILD-ID
               ' (LAST PROMOTED ' WITHDRAWN-DATE ')'.
           DISPLAY '  REINSTATED BUILD    : ' RB-BUILD-ID
               ' (LAST PROMOTED ' RB-PROMOTED-DATE ')'.
           DISPLAY '    LINKED ' RB-LINK-DATE
               ' CHANGE ' RB-CHANGE-REF.

      *    The reinstated build's own generation may have been pruned
      *    by BASELINE-BLESS since; DRIFT then judges against the
      *    newest older generation left, or the manual snapshot.
       WARN-IF-GENERATION-MISSING.
           IF REINSTATED-GEN-MISSING
               DISPLAY '  *** NO MATHBGEN GENERATION DATED '
                   RB-PROMOTED-DATE ' - DRIFT WILL JUDGE AGAINST '
                   NEWEST-KEPT-DATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LOG-ROLLBACK.
           OPEN EXTEND PROMOTION-FILE.
           IF PROMOTION-FILE-NOT-FOUND
               OPEN OUTPUT PROMOTION-FILE
           END-IF.

           MOVE TODAYS-DATE   TO PL-DATE.
           MOVE SPACES        TO PL-DECISION.
           SET PL-ROLLED-BACK TO TRUE.
           MOVE ZERO          TO PL-TESTS-RUN.
           MOVE ZERO          TO PL-PASSES.
           MOVE ZERO          TO PL-FAILURES.
           MOVE ZERO          TO PL-RETURN-CODE.
           MOVE NEWEST-KEPT-DATE TO PL-BASELINE-DATE.
           MOVE ZERO          TO PL-WAIVED-FAILURES.
           MOVE RB-BUILD-ID   TO PL-BUILD-ID.
           MOVE RB-LINK-DATE  TO PL-LINK-DATE.
           MOVE RB-CHANGE-REF TO PL-CHANGE-REF.
           MOVE WITHDRAWN-BUILD-ID TO PL-WITHDRAWN-BUILD-ID.

           WRITE PROMOTION-LOG-RECORD.

           CLOSE PROMOTION-FILE.

       END PROGRAM PROMOTION-ROLLBACK.
