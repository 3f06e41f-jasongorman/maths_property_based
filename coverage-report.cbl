           01  EVIDENCE-FLAG      PIC X(01).
               88  EVIDENCE-ON-FILE     VALUE 'Y'.
               88  EVIDENCE-MISSING     VALUE 'N'.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'MATHS FUNCTION TEST COVERAGE'.

           PERFORM CHECK-EXTRACT-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY '  MATHXTRC FAILED ITS CONTROL CHECK - NO'
                   ' COVERAGE REPORTED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CLEAR-EXERCISED-FLAG
               VARYING REGISTRY-IDX FROM 1 BY 1
               UNTIL REGISTRY-IDX > FR-ENTRY-COUNT.
               ' ASSERTION ROWS)'.
           ADD 1 TO GAP-COUNT.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM COVERAGE-REPORT.
