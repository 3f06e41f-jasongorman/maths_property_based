       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-WIDEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROT-OLD-FILE ASSIGN TO 'MATHPROT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROT-OLD-STATUS.
           SELECT PROT-NEW-FILE ASSIGN TO 'PROTNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROT-NEW-STATUS.
           SELECT BGEN-OLD-FILE ASSIGN TO 'MATHBGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BGEN-OLD-STATUS.
           SELECT BGEN-NEW-FILE ASSIGN TO 'BGENNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BGEN-NEW-STATUS.
           SELECT DFCT-OLD-FILE ASSIGN TO 'MATHDFCT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DFCT-OLD-KEY
               FILE STATUS IS DFCT-OLD-STATUS.
           SELECT DFCT-NEW-FILE ASSIGN TO 'DFCTNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DFCT-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROT-OLD-FILE.
           01  PROT-OLD-IMAGE.
               05  PROT-OLD-DATE     PIC X(10).
               05  PROT-OLD-DECISION PIC X(08).
               05  PROT-OLD-TOTALS   PIC X(41).
       FD  PROT-NEW-FILE.
           01  PROT-NEW-IMAGE.
               05  PROT-NEW-DATE     PIC X(10).
               05  PROT-NEW-DECISION PIC X(11).
               05  PROT-NEW-TOTALS   PIC X(41).
               05  PROT-NEW-WAIVED   PIC 9(9).
               05  PROT-NEW-BUILD-ID PIC X(12).
               05  PROT-NEW-LINK-DATE PIC X(10).
               05  PROT-NEW-CHANGE-REF PIC X(12).
               05  PROT-NEW-WITHDRAWN PIC X(12).
       FD  BGEN-OLD-FILE.
           01  BGEN-OLD-IMAGE    PIC X(82).
       FD  BGEN-NEW-FILE.
           01  BGEN-NEW-IMAGE.
               05  BGEN-NEW-BODY     PIC X(82).
               05  BGEN-NEW-BUILD-ID PIC X(12).
       FD  DFCT-OLD-FILE.
           01  DFCT-OLD-IMAGE.
               05  DFCT-OLD-KEY      PIC X(60).
               05  DFCT-OLD-BODY     PIC X(30).
       FD  DFCT-NEW-FILE.
           01  DFCT-NEW-IMAGE.
               05  DFCT-NEW-KEY      PIC X(60).
               05  DFCT-NEW-BODY     PIC X(30).
               05  DFCT-NEW-TICKET   PIC X(12).
               05  DFCT-NEW-TICKET-STATE PIC X(01).
               05  DFCT-NEW-FAILS-SENT PIC 9(5).
       WORKING-STORAGE SECTION.
           01  PROT-OLD-STATUS   PIC X(02).
               88  PROT-OLD-NOT-FOUND   VALUE '35'.
               88  PROT-OLD-EOF         VALUE '10'.
           01  PROT-NEW-STATUS   PIC X(02).
           01  BGEN-OLD-STATUS   PIC X(02).
               88  BGEN-OLD-NOT-FOUND   VALUE '35'.
               88  BGEN-OLD-EOF         VALUE '10'.
           01  BGEN-NEW-STATUS   PIC X(02).
           01  DFCT-OLD-STATUS   PIC X(02).
               88  DFCT-OLD-NOT-FOUND   VALUE '35'.
               88  DFCT-OLD-EOF         VALUE '10'.
           01  DFCT-NEW-STATUS   PIC X(02).
      *    Decisions and generations recorded before builds carried
      *    an identity are stamped with the same value the nightly
      *    steps use when MATHNBLD is missing.
           01  NO-BUILD-TEXT     PIC X(12)  VALUE 'UNKNOWN'.
           01  PROT-COUNT        PIC 9(9)  VALUE ZERO.
           01  BGEN-COUNT        PIC 9(9)  VALUE ZERO.
           01  DFCT-COUNT        PIC 9(9)  VALUE ZERO.
       PROCEDURE DIVISION.
      *    One-off migration for the layout widening that came with
      *    the failure waivers, the build identity and the rollback
      *    job: MATHPROT's decision grows to hold ROLLED-BACK and the
      *    record gains the waived-failure count, the build ID,
      *    link-edit date and change reference, and the withdrawn
      *    build (59 -> 117 bytes); MATHBGEN gains the build ID
      *    (82 -> 94). Decisions logged before waivers existed had
      *    none, so the count goes on as zero. MATHDFCT gains the
      *    incident ticket (90 -> 108); it is keyed, so it is unloaded
      *    here in key order to a flat DFCTNEW that the job reloads
      *    into the redefined cluster. Defects carry no ticket yet -
      *    DEFECT-TRACK requests one for each still-open break on its
      *    next run.
      *    Run once, before the first nightly on the new layouts; the
      *    MATHWIDN job's copy-back steps then replace the masters
      *    with the converted files. Running it against
      *    already-converted files would corrupt them, so keep it out
      *    of any schedule.
       MAIN-PROCEDURE.
           DISPLAY 'ONE-OFF LAYOUT WIDENING'.

           PERFORM CONVERT-PROT-FILE.
           PERFORM CONVERT-BGEN-FILE.
           PERFORM CONVERT-DFCT-FILE.

           DISPLAY '  MATHPROT RECORDS CONVERTED: ' PROT-COUNT.
           DISPLAY '  MATHBGEN RECORDS CONVERTED: ' BGEN-COUNT.
           DISPLAY '  MATHDFCT RECORDS CONVERTED: ' DFCT-COUNT.

           GOBACK.

       CONVERT-PROT-FILE.
           OPEN INPUT PROT-OLD-FILE.

           IF PROT-OLD-NOT-FOUND
               DISPLAY '  MATHPROT NOT FOUND - SKIPPED'
           ELSE
               OPEN OUTPUT PROT-NEW-FILE
               PERFORM READ-NEXT-PROT
               PERFORM CONVERT-ONE-PROT UNTIL PROT-OLD-EOF
               CLOSE PROT-OLD-FILE
               CLOSE PROT-NEW-FILE
           END-IF.

       READ-NEXT-PROT.
           READ PROT-OLD-FILE
               AT END SET PROT-OLD-EOF TO TRUE
           END-READ.

       CONVERT-ONE-PROT.
           MOVE PROT-OLD-DATE TO PROT-NEW-DATE.
           MOVE PROT-OLD-DECISION TO PROT-NEW-DECISION.
           MOVE PROT-OLD-TOTALS TO PROT-NEW-TOTALS.
           MOVE ZERO TO PROT-NEW-WAIVED.
           MOVE NO-BUILD-TEXT TO PROT-NEW-BUILD-ID.
           MOVE SPACES TO PROT-NEW-LINK-DATE.
           MOVE SPACES TO PROT-NEW-CHANGE-REF.
           MOVE SPACES TO PROT-NEW-WITHDRAWN.
           WRITE PROT-NEW-IMAGE.
           ADD 1 TO PROT-COUNT.
           PERFORM READ-NEXT-PROT.

       CONVERT-BGEN-FILE.
           OPEN INPUT BGEN-OLD-FILE.

           IF BGEN-OLD-NOT-FOUND
               DISPLAY '  MATHBGEN NOT FOUND - SKIPPED'
           ELSE
               OPEN OUTPUT BGEN-NEW-FILE
               PERFORM READ-NEXT-BGEN
               PERFORM CONVERT-ONE-BGEN UNTIL BGEN-OLD-EOF
               CLOSE BGEN-OLD-FILE
               CLOSE BGEN-NEW-FILE
           END-IF.

       READ-NEXT-BGEN.
           READ BGEN-OLD-FILE
               AT END SET BGEN-OLD-EOF TO TRUE
           END-READ.

       CONVERT-ONE-BGEN.
           MOVE BGEN-OLD-IMAGE TO BGEN-NEW-BODY.
           MOVE NO-BUILD-TEXT TO BGEN-NEW-BUILD-ID.
           WRITE BGEN-NEW-IMAGE.
           ADD 1 TO BGEN-COUNT.
           PERFORM READ-NEXT-BGEN.

       CONVERT-DFCT-FILE.
           OPEN INPUT DFCT-OLD-FILE.

           IF DFCT-OLD-NOT-FOUND
               DISPLAY '  MATHDFCT NOT FOUND - SKIPPED'
           ELSE
               OPEN OUTPUT DFCT-NEW-FILE
               PERFORM READ-NEXT-DFCT
               PERFORM CONVERT-ONE-DFCT UNTIL DFCT-OLD-EOF
               CLOSE DFCT-OLD-FILE
               CLOSE DFCT-NEW-FILE
           END-IF.

       READ-NEXT-DFCT.
           READ DFCT-OLD-FILE NEXT RECORD
               AT END SET DFCT-OLD-EOF TO TRUE
           END-READ.

       CONVERT-ONE-DFCT.
           MOVE DFCT-OLD-KEY TO DFCT-NEW-KEY.
           MOVE DFCT-OLD-BODY TO DFCT-NEW-BODY.
           MOVE SPACES TO DFCT-NEW-TICKET.
           MOVE SPACE TO DFCT-NEW-TICKET-STATE.
           MOVE ZERO TO DFCT-NEW-FAILS-SENT.
           WRITE DFCT-NEW-IMAGE.
           ADD 1 TO DFCT-COUNT.
           PERFORM READ-NEXT-DFCT.

       END PROGRAM LAYOUT-WIDEN.
