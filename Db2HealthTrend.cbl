      * grouped by the shared per-run timestamp Db2HealthCheck stamps
      * on every history record it writes, and the file is read twice:
      * once to find the latest run and the N runs before it, once to
      * accumulate the measurements themselves. Only full passes over
      * the checklist count as runs: the re-poll attempts of a
      * Db2HealthCheck run (HST-ATTEMPT-NBR 02 upward) re-check a
      * handful of entries while a subsystem recovers, and are
      * neither a run nor a fair measurement for the baseline.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           EXIT.

       COLLECT-RUN-TIMESTAMP.
           IF HST-ATTEMPT-NBR IS NUMERIC
               AND HST-ATTEMPT-NBR > 1
               PERFORM READ-HISTORY-RECORD
               GO TO COLLECT-RUN-TIMESTAMP-EXIT
           END-IF
           MOVE 'N' TO HT-RUN-MATCH-SWITCH
           PERFORM COLLECT-RUN-SCAN THRU COLLECT-RUN-SCAN-EXIT
               VARYING HT-RUN-IDX FROM 1 BY 1
      * successful measurements only, so one bad morning in the
      * window cannot poison every later comparison.
       ACCUMULATE-HISTORY-REC.
           IF HST-ATTEMPT-NBR IS NUMERIC
               AND HST-ATTEMPT-NBR > 1
               PERFORM READ-HISTORY-RECORD
               GO TO ACCUMULATE-HISTORY-REC-EXIT
           END-IF
           IF HST-TIMESTAMP =
                   HT-RUN-TIMESTAMP(HT-LATEST-RUN-IDX)
               PERFORM FIND-OR-ADD-KEY
