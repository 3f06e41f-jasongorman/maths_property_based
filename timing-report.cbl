           01  GROWTH-PCT        PIC S9(5)V99.
           01  GROWTH-PCT-CEILING PIC S9(5)V99  VALUE 99999.99.
           01  REGRESSED-COUNT   PIC 9(2)  VALUE ZERO.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
       MAIN-PROCEDURE.
           PERFORM APPLY-PARM-OVERRIDES.

           PERFORM CHECK-TIMING-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY 'TIMING-REPORT: MATHTIME failed its control'
                   ' check, no runtimes judged'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT TIMING-FILE.

           IF TIMING-FILE-NOT-FOUND
           ADD TS-ELAPSED-SLOT (SUITE-FOUND-IDX, SLOT-IDX)
               TO PRIOR-ELAPSED-SUM.

       CHECK-TIMING-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHTIME' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM TIMING-REPORT.
