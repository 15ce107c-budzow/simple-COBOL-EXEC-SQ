                           MOVE 4 TO XE-WORST-RC
                       END-IF
                   ELSE
                       IF XE-STMT-IS-OPTIONAL
                           PERFORM X015-OPTIONAL-STMT-FAILED
                           GO TO X001-EXIT
                       END-IF
                       DISPLAY 'SQL Error. SQLCODE: ' SQLCODE
                       PERFORM X013-WRITE-ALERT
                       PERFORM X006-ROLLBACK
               PERFORM X004-SQL-RETRY-WAIT
               SET XE-RETRY-NEEDED TO TRUE
           ELSE
               IF XE-STMT-IS-OPTIONAL
                   PERFORM X015-OPTIONAL-STMT-FAILED
                   GO TO X001-10-EXIT
               END-IF
               DISPLAY 'SQL deadlock/timeout SQLCODE ' SQLCODE
                   ' on ' XE-CURRENT-STMT-ID
                   ' - retries exhausted, abending'
       X001-10-EXIT.
           EXIT.

      * An optional statement has failed for good (an untolerated
      * SQLERROR, or deadlock/timeout retries exhausted). Its
      * uncommitted work is rolled back, the failure is audited as
      * OPTFAIL and alerted at WARN - it is worth a look in the
      * morning, not a page at 2 AM - and the run carries on at
      * RC 8. The failing SQLCODE is put back after the ROLLBACK so
      * the caller's own SQLCODE tests still see the failure rather
      * than the ROLLBACK's zero. A second error from the same
      * statement before the caller moves on is not counted twice.
       X015-OPTIONAL-STMT-FAILED.
           MOVE SQLCODE TO XE-FAILED-SQLCODE
           IF XE-OPTIONAL-FAILED
               PERFORM X006-ROLLBACK
               MOVE XE-FAILED-SQLCODE TO SQLCODE
               GO TO X015-EXIT
           END-IF
           SET XE-OPTIONAL-FAILED TO TRUE
           ADD 1 TO XE-OPT-FAIL-COUNT
           DISPLAY 'SQL Error on optional statement '
               XE-CURRENT-STMT-ID '. SQLCODE: ' SQLCODE
               ' - rolled back, run continues'
           MOVE 'OPTFAIL ' TO XE-EVENT-TYPE
           PERFORM X005-WRITE-AUDIT-REC
           MOVE XE-TIMESTAMP TO ALT-TIMESTAMP
           MOVE 'WARN' TO ALT-SEVERITY
           MOVE XE-PROGRAM-ID TO ALT-PROGRAM-ID
           MOVE XE-CURRENT-STMT-ID TO ALT-STATEMENT-ID
           MOVE SQLCODE TO ALT-SQLCODE
           MOVE SQLERRMC(1:40) TO ALT-ERRMC-EXCERPT
           WRITE ALERT-REC
           PERFORM X006-ROLLBACK
           MOVE XE-FAILED-SQLCODE TO SQLCODE
           IF XE-WORST-RC < 8
               MOVE 8 TO XE-WORST-RC
           END-IF.
       X015-EXIT.
           EXIT.

      * Full SQLCA diagnostic dump, written to SQLCA-DUMP-FILE every
      * time X001-SQL-ERROR fires (not only on the fatal path) so a
      * downstream cleanup/notification step in the same JCL stream
           MOVE 'NON-BENIGN WARNING' TO EXQ-REASON
           MOVE 'O' TO EXQ-STATUS
           MOVE SPACES TO EXQ-ASSIGNED-REVIEWER
           MOVE SPACES TO EXQ-TICKET-NUMBER
           WRITE EXCPTN-REC
           IF XE-WARNING-COUNT > XE-MAX-WARNINGS-THIS-PGM
               DISPLAY 'SQL Warning tolerance exceeded for '
               MOVE XE-WORST-RC TO JRN-WORST-RC
           END-IF
           MOVE XE-END-FLAG TO JRN-END-FLAG
           MOVE XE-OPT-FAIL-COUNT TO JRN-OPT-FAIL-COUNT
           MOVE XE-CAL-SKIP-COUNT TO JRN-CAL-SKIP-COUNT
           WRITE RUN-JOURNAL-REC.
       X012-EXIT.
           EXIT.
