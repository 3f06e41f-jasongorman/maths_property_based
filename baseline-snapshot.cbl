               88  EXTRACT-FILE-EOF        VALUE '10'.
           01  BASELINE-FILE-STATUS PIC X(02).
           01  SNAPSHOT-COUNT       PIC 9(9)  VALUE ZERO.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       PROCEDURE DIVISION.
      *    Run this only against the extract of a run the team has
      *    blessed: it replaces MATHBASE wholesale with that run's
      *    actual values, and BASELINE-COMPARE measures every later
      *    run against it.
       MAIN-PROCEDURE.
           PERFORM CHECK-EXTRACT-CONTROL.
           IF NOT CQ-MATCHED
               DISPLAY 'BASELINE-SNAPSHOT: MATHXTRC failed its'
                   ' control check, nothing snapshotted'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EXTRACT-FILE.

           IF EXTRACT-FILE-NOT-FOUND

           PERFORM READ-NEXT-EXTRACT.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM BASELINE-SNAPSHOT.
