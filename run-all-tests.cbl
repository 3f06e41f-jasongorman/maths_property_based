           MOVE ZERO TO PC-RANGE2-HIGH.
           MOVE 25 TO PC-CHECKPOINT-INTERVAL.
           SET PC-RUN-EXAMPLES TO TRUE.
      *    The serial driver always draws random trials; the boundary
      *    grid is a per-step RUN-SUITE mode.
           SET PC-RANDOM-MODE TO TRUE.
           SET PC-GRID-ONE-OPERAND TO TRUE.
           MOVE ZERO TO PC-GRID-BASE.

           MOVE ZERO TO POLICY-EDIT-ERRORS.
           CALL 'POLICY-VALIDATE' USING POLICY-EDIT-ERRORS.
               PROPERTY-CONFIG.
           PERFORM RECORD-SUITE-TIMING.

           MOVE 1.000 TO PC-RANGE2-LOW.
           MOVE 100.000 TO PC-RANGE2-HIGH.
           MOVE 'ORACLE-TEST' TO TIMED-SUITE-NAME.
           PERFORM LOAD-SUITE-POLICY.
           PERFORM NOTE-SUITE-START.
           CALL 'ORACLE-TEST' USING TEST-CONTEXT, PROPERTY-CONFIG.
           PERFORM RECORD-SUITE-TIMING.

           MOVE ZERO TO CASE-EDIT-ERRORS.
           CALL 'CASE-VALIDATE' USING CASE-EDIT-ERRORS.

               CALL 'CROSS-FUNC-TEST' USING TEST-CONTEXT,
                   PROPERTY-CONFIG

               MOVE 'ORACLE-TEST' TO TIMED-SUITE-NAME
               PERFORM LOAD-SUITE-POLICY
               MOVE 1.000 TO PC-RANGE2-LOW
               MOVE 100.000 TO PC-RANGE2-HIGH
               CALL 'ORACLE-TEST' USING TEST-CONTEXT,
                   PROPERTY-CONFIG

               COMPUTE SEED-DELTA-TESTS =
                   TESTS-RUN - SEED-START-TESTS
               COMPUTE SEED-DELTA-PASSES =
