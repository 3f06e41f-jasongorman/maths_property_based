           01  KEPT-COUNT        PIC 9(3)  VALUE ZERO.
           01  REPLAYED-COUNT    PIC 9(3)  VALUE ZERO.
           01  RESET-COUNT       PIC 9(3)  VALUE ZERO.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.
           DISPLAY '  DISPOSITION     : ' AGE-MODE.
           DISPLAY '  STREAK REQUIRED : ' STREAK-NEEDED.

           PERFORM CHECK-EXTRACT-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY '  MATHXTRC FAILED ITS CONTROL CHECK - NO'
                   ' CASES AGED, MATHREPR LEFT AS IT WAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-REPRO-TABLE.

           IF REPRO-OVERFLOW > ZERO
               WRITE REPRO-STREAK-RECORD
           END-IF.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM REPRO-AGE.
