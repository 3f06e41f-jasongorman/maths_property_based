                       88  FA-IS-KNOWN     VALUE 'K'.
                   10  FA-SINCE-DATE   PIC X(10).
                   10  FA-CONSEC-FAILS PIC 9(5).
                   10  FA-TICKET-TEXT  PIC X(20).
           01  FAILURE-IDX          PIC 9(3).
           01  SORT-PASS-IDX        PIC 9(3).
           01  SORT-SWAPPED-FLAG    PIC X(01).
               05  SW-CLASS-FLAG   PIC X(01).
               05  SW-SINCE-DATE   PIC X(10).
               05  SW-CONSEC-FAILS PIC 9(5).
               05  SW-TICKET-TEXT  PIC X(20).
      *    One digit wider than the extract amounts: two S9(4) values
      *    of opposite sign can be almost 20000 apart.
           01  MISS-AMOUNT          PIC 9(5)V9(8).
           01  NEAR-MISS-STATUS     PIC X(02).
               88  NEAR-MISS-NOT-FOUND  VALUE '35'.
           01  PERSISTED-PCT-COUNT  PIC 9(9)  VALUE ZERO.
      *    The master is checked against its MATHCTRL control
      *    record before anything is reported off it.
           COPY 'control-request.cpy'.
       LINKAGE SECTION.
           01  PARM-FIELD.
               05  PARM-LENGTH   PIC S9(4) COMP.

           PERFORM APPLY-PARM-OVERRIDES.

           PERFORM CHECK-EXTRACT-CONTROL.
           IF CQ-MISMATCHED OR CQ-NO-CONTROL
               DISPLAY 'FAILURE-ANALYSIS: MATHXTRC failed its'
                   ' control check, nothing analysed'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EXTRACT-FILE.

           IF EXTRACT-FILE-NOT-FOUND
           SET FA-IS-NEW (FAILURE-IDX) TO TRUE.
           MOVE SPACES TO FA-SINCE-DATE (FAILURE-IDX).
           MOVE ZERO TO FA-CONSEC-FAILS (FAILURE-IDX).
           MOVE SPACES TO FA-TICKET-TEXT (FAILURE-IDX).
           ADD 1 TO NEW-FAILURE-COUNT.

           IF DEFECT-FILE-USABLE
                               TO FA-SINCE-DATE (FAILURE-IDX)
                           MOVE DF-CONSEC-FAILS
                               TO FA-CONSEC-FAILS (FAILURE-IDX)
                           PERFORM NOTE-FAILURE-TICKET
                           SUBTRACT 1 FROM NEW-FAILURE-COUNT
                           ADD 1 TO KNOWN-FAILURE-COUNT
                       END-IF
               END-READ
           END-IF.

      *    The incident ticket raised for the break; a request the
      *    incident system has not yet acknowledged shows as pending.
       NOTE-FAILURE-TICKET.
           EVALUATE TRUE
               WHEN DF-TICKET-NUMBER NOT = SPACES
                   STRING 'TICKET ' DELIMITED BY SIZE
                       DF-TICKET-NUMBER DELIMITED BY SPACE
                       INTO FA-TICKET-TEXT (FAILURE-IDX)
                   END-STRING
               WHEN DF-TICKET-REQUESTED
                   MOVE 'TICKET PENDING'
                       TO FA-TICKET-TEXT (FAILURE-IDX)
               WHEN OTHER
                   MOVE 'NO TICKET' TO FA-TICKET-TEXT (FAILURE-IDX)
           END-EVALUATE.

       PRINT-FAILURE-RANKING.
           DISPLAY ' '.
           DISPLAY 'NEW FAILURES (APPEARED TONIGHT - CHASE'
               DISPLAY '     OPEN SINCE '
                   FA-SINCE-DATE (FAILURE-IDX) ' ('
                   FA-CONSEC-FAILS (FAILURE-IDX)
                   ' CONSECUTIVE NIGHTS) '
                   FA-TICKET-TEXT (FAILURE-IDX)
           END-IF.

       PRINT-FAILURE-LINE.
                   ' MARGIN ' FA-MARGIN (FAILURE-IDX) ')'
           END-IF.

       CHECK-EXTRACT-CONTROL.
           SET CQ-VERIFY-MODE TO TRUE.
           MOVE 'MATHXTRC' TO CQ-FILE-NAME.
           CALL 'CONTROL-TOTALS' USING CONTROL-REQUEST.

       END PROGRAM FAILURE-ANALYSIS.
