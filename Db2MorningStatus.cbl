               10  MS-PGM-ABENDS       PIC 9(04) COMP.
               10  MS-PGM-WARNINGS     PIC 9(05) COMP.
               10  MS-PGM-RETRIES      PIC 9(05) COMP.
               10  MS-PGM-OPT-FAILS    PIC 9(05) COMP.
               10  MS-PGM-CAL-SKIPS    PIC 9(05) COMP.
               10  MS-PGM-LAST-END     PIC X(17).

      * The CRIT and WARN alerts kept for the abnormal section -
                   ADD JRN-RETRY-COUNT
                       TO MS-PGM-RETRIES(MS-PGM-IDX)
               END-IF
               IF JRN-OPT-FAIL-COUNT IS NUMERIC
                   ADD JRN-OPT-FAIL-COUNT
                       TO MS-PGM-OPT-FAILS(MS-PGM-IDX)
               END-IF
               IF JRN-CAL-SKIP-COUNT IS NUMERIC
                   ADD JRN-CAL-SKIP-COUNT
                       TO MS-PGM-CAL-SKIPS(MS-PGM-IDX)
               END-IF
               IF JRN-END-TIMESTAMP > MS-PGM-LAST-END(MS-PGM-IDX)
                   MOVE JRN-END-TIMESTAMP
                       TO MS-PGM-LAST-END(MS-PGM-IDX)
                   MOVE ZERO TO MS-PGM-ABENDS(MS-PGM-IDX)
                   MOVE ZERO TO MS-PGM-WARNINGS(MS-PGM-IDX)
                   MOVE ZERO TO MS-PGM-RETRIES(MS-PGM-IDX)
                   MOVE ZERO TO MS-PGM-OPT-FAILS(MS-PGM-IDX)
                   MOVE ZERO TO MS-PGM-CAL-SKIPS(MS-PGM-IDX)
                   MOVE SPACES TO MS-PGM-LAST-END(MS-PGM-IDX)
                   MOVE MS-PGM-COUNT TO MS-FOUND-IDX
               ELSE
           IF MS-PGM-COUNT = ZERO
               GO TO WRITE-PROGRAM-LINES-EXIT
           END-IF
           MOVE SPACES TO RPT-REC
           MOVE 'PROGRAM     RUNS  RC ABENDS WARNS RETRIES LAST END'
               TO RPT-REC(1:50)
           MOVE 'OPTFAIL' TO RPT-REC(77:7)
           MOVE 'SKIPPED' TO RPT-REC(85:7)
           WRITE RPT-REC
           PERFORM WRITE-ONE-PROGRAM-LINE THRU
                   WRITE-ONE-PROGRAM-LINE-EXIT
           IF MS-PGM-ABENDS(MS-PGM-IDX) > ZERO
               MOVE ' ** ABEND **' TO RPT-REC(64:12)
           END-IF
           MOVE MS-PGM-OPT-FAILS(MS-PGM-IDX) TO MS-COUNT-DISP
           MOVE MS-COUNT-DISP TO RPT-REC(77:7)
           MOVE MS-PGM-CAL-SKIPS(MS-PGM-IDX) TO MS-COUNT-DISP
           MOVE MS-COUNT-DISP TO RPT-REC(85:7)
           WRITE RPT-REC.
       WRITE-ONE-PROGRAM-LINE-EXIT.
           EXIT.
