      * get back - CONNECT TO switches the task's one active
      * connection and nothing else ever switches it back, and the
      * default-subsystem tallies must report what actually ran.
      *
      * Re-poll mode, asked for with a PARM of REPOLL,nn,hhmm, holds
      * the verdict open instead of calling NO-GO on the first pass:
      * the entries that failed are re-checked every nn minutes
      * until the hhmm deadline, and the run ends GO the moment all
      * of them pass, or NO-GO when the deadline arrives with any
      * still failing. A subsystem that refused its CONNECT is tried
      * again on every attempt - a subsystem bouncing at 0155 is the
      * case this mode is for. Every attempt is a block of its own
      * on the report and its own timestamp on HLTHHIST (with
      * HST-ATTEMPT-NBR counting the attempts), so the history shows
      * the recovery; the NO-GO alert is written once, at the end,
      * never on an attempt that still has time to recover. A
      * deadline earlier than the run start is tomorrow's, within
      * twelve hours; one further off than that has already passed
      * and the run is a single pass, as it is without the PARM.
      * Attempts stop at the 99th even with time left - a one-minute
      * interval against a far deadline would otherwise run the
      * two-digit attempt number round to 00 on HLTHHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88  HC-SUB-NO-CONNECT       VALUE 'N'.
               10  HC-SUB-CONN-SQLCODE     PIC S9(09).

      * The entry being checked: the checklist record as read on the
      * first pass, or a failed entry taken back off the re-poll
      * table on a later attempt.
       01  HC-ENTRY.
           05  HC-ENT-SUBSYSTEM            PIC X(08).
           05  HC-ENT-TABLE-NAME           PIC X(30).
           05  HC-ENT-MAX-MSEC             PIC 9(05).
           05  HC-ENT-ROWS-REQUIRED        PIC X(01).
           05  FILLER                      PIC X(36).

      * Re-poll mode (see the header comment). Times are minutes of
      * the day; the deadline is held as minutes after the run
      * start so a window crossing midnight compares straight.
       01  HC-RUN-MODE-SWITCH              PIC X(01) VALUE 'S'.
           88  HC-SINGLE-PASS                  VALUE 'S'.
           88  HC-REPOLL-MODE                  VALUE 'R'.
       01  HC-DEADLINE-SWITCH              PIC X(01) VALUE 'N'.
           88  HC-DEADLINE-PASSED              VALUE 'Y'.
           88  HC-DEADLINE-NOT-PASSED          VALUE 'N'.
       01  HC-INTERVAL-MINUTES             PIC 9(02) VALUE ZERO.
       01  HC-DEADLINE-HHMM                PIC 9(04) VALUE ZERO.
       01  HC-DEADLINE-HHMM-R REDEFINES HC-DEADLINE-HHMM.
           05  HC-DL-HH                    PIC 9(02).
           05  HC-DL-MM                    PIC 9(02).
       01  HC-NOW-TIME                     PIC 9(08).
       01  HC-NOW-TIME-R REDEFINES HC-NOW-TIME.
           05  HC-NOW-HH                   PIC 9(02).
           05  HC-NOW-MM                   PIC 9(02).
           05  HC-NOW-SS                   PIC 9(02).
           05  FILLER                      PIC X(02).
       01  HC-START-MINUTES                PIC S9(05) COMP VALUE ZERO.
       01  HC-NOW-MINUTES                  PIC S9(05) COMP VALUE ZERO.
       01  HC-DEADLINE-OFFSET              PIC S9(05) COMP VALUE ZERO.
       01  HC-ELAPSED-MINUTES              PIC S9(05) COMP VALUE ZERO.
       01  HC-STEP-MINUTES                 PIC S9(05) COMP VALUE ZERO.
       01  HC-ATTEMPT-NBR                  PIC 9(02) VALUE 1.
       01  HC-MAX-ATTEMPTS                 PIC 9(02) VALUE 99.
       01  HC-ATTEMPT-CHECKED              PIC 9(04) COMP VALUE ZERO.
       01  HC-ATTEMPT-RECOVERED            PIC 9(04) COMP VALUE ZERO.
       01  HC-ATTEMPT-DISP                 PIC Z9.
       01  HC-MINUTES-DISP                 PIC Z9.
       01  HC-RECOVERED-DISP               PIC ZZZ9.
       01  HC-CLOCK-DISP.
           05  HC-CD-HH                    PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  HC-CD-MM                    PIC 9(02).
       01  HC-CLOCK-SEC-DISP.
           05  HC-CS-HH                    PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  HC-CS-MM                    PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  HC-CS-SS                    PIC 9(02).

      * The entries that failed the first pass, kept for re-polling
      * and marked off as they recover. Fifty failures is a whole
      * subsystem down, not a bounce; past that the run does not
      * re-poll and ends on its first pass.
       01  HC-MAX-PEND-ENTRIES             PIC 9(04) COMP VALUE 50.
       01  HC-PEND-COUNT                   PIC 9(04) COMP VALUE ZERO.
       01  HC-PEND-OVERFLOW-SWITCH         PIC X(01) VALUE 'N'.
           88  HC-PEND-TABLE-OVERFLOWED        VALUE 'Y'.
       01  HC-PEND-TABLE.
           05  HC-PEND-ENTRY OCCURS 50 TIMES
                       INDEXED BY HC-PEND-IDX.
               10  HC-PEND-ENTRY-DATA      PIC X(80).
               10  HC-PEND-SWITCH          PIC X(01).
                   88  HC-PEND-STILL-FAILING   VALUE 'F'.
                   88  HC-PEND-RECOVERED       VALUE 'R'.

       01  HC-HEADING-1                    PIC X(58) VALUE
           'DAILY DB2 CONNECTIVITY HEALTH CHECK'.
       01  HC-HEADING-2                    PIC X(58) VALUE
           'SUBSYSTEM TABLE                SQLCODE  MSEC  STATUS'.

      * REPOLL,nn,hhmm asks for re-poll mode; no PARM is the single
      * pass this program has always run.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH              PIC S9(04) COMP.
           05  LK-PARM-DATA                PIC X(30).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAINLINE.
      * One timestamp is taken for the whole run and stamped on every
      * history record this run appends, so Db2HealthTrend can group
           ACCEPT XE-CURRENT-TIME FROM TIME
           MOVE XE-CURRENT-DATE TO XE-TS-DATE
           MOVE XE-CURRENT-TIME TO XE-TS-TIME
           PERFORM GET-REPOLL-PARM THRU GET-REPOLL-PARM-EXIT
           OPEN INPUT CHECKLIST-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND HEALTH-HISTORY-FILE
           PERFORM READ-CHECK-ENTRY
           PERFORM PROCESS-CHECK-ENTRY
               UNTIL HC-END-OF-CHECKLIST
           IF HC-REPOLL-MODE AND HC-FAIL-COUNT > ZERO
               PERFORM WRITE-FIRST-PASS-LINE
               IF NOT HC-PEND-TABLE-OVERFLOWED
                   PERFORM REPOLL-ATTEMPT THRU REPOLL-ATTEMPT-EXIT
                       UNTIL HC-FAIL-COUNT = ZERO
                           OR HC-DEADLINE-PASSED
               END-IF
               PERFORM WRITE-REPOLL-OUTCOME
           END-IF
           PERFORM WRITE-REPORT-SUMMARY

           CLOSE CHECKLIST-FILE
       MAINLINE-EXIT.
           EXIT.

      * REPOLL,nn,hhmm - interval in whole minutes (01-99), deadline
      * as a 24-hour clock time. Anything else in the PARM is named
      * in the job log and the run is the ordinary single pass.
       GET-REPOLL-PARM.
           IF LK-PARM-LENGTH = ZERO
               GO TO GET-REPOLL-PARM-EXIT
           END-IF
           IF LK-PARM-LENGTH NOT = 14
               OR LK-PARM-DATA(1:7) NOT = 'REPOLL,'
               OR LK-PARM-DATA(8:2) IS NOT NUMERIC
               OR LK-PARM-DATA(10:1) NOT = ','
               OR LK-PARM-DATA(11:4) IS NOT NUMERIC
               DISPLAY 'Health check PARM not REPOLL,nn,hhmm - '
                   'single pass'
               GO TO GET-REPOLL-PARM-EXIT
           END-IF
           MOVE LK-PARM-DATA(8:2) TO HC-INTERVAL-MINUTES
           MOVE LK-PARM-DATA(11:4) TO HC-DEADLINE-HHMM
           IF HC-INTERVAL-MINUTES = ZERO
               OR HC-DL-HH > 23 OR HC-DL-MM > 59
               DISPLAY 'Health check PARM not REPOLL,nn,hhmm - '
                   'single pass'
               GO TO GET-REPOLL-PARM-EXIT
           END-IF
           MOVE XE-CURRENT-TIME TO HC-NOW-TIME
           COMPUTE HC-START-MINUTES = HC-NOW-HH * 60 + HC-NOW-MM
           COMPUTE HC-DEADLINE-OFFSET =
               HC-DL-HH * 60 + HC-DL-MM - HC-START-MINUTES
           IF HC-DEADLINE-OFFSET < ZERO
               ADD 1440 TO HC-DEADLINE-OFFSET
           END-IF
           MOVE HC-DL-HH TO HC-CD-HH
           MOVE HC-DL-MM TO HC-CD-MM
           IF HC-DEADLINE-OFFSET > 720
               DISPLAY 'Health check re-poll deadline ' HC-CLOCK-DISP
                   ' has already passed - single pass'
               GO TO GET-REPOLL-PARM-EXIT
           END-IF
           SET HC-REPOLL-MODE TO TRUE
           MOVE HC-INTERVAL-MINUTES TO HC-MINUTES-DISP
           DISPLAY 'Health check re-poll mode: failed entries '
               're-checked every ' HC-MINUTES-DISP
               ' minutes until ' HC-CLOCK-DISP.
       GET-REPOLL-PARM-EXIT.
           EXIT.

       READ-CHECK-ENTRY.
           READ CHECKLIST-FILE
               AT END
           EXIT.

       PROCESS-CHECK-ENTRY.
           MOVE CHK-REC TO HC-ENTRY
           PERFORM RUN-ONE-CHECK
           ADD 1 TO HC-CHECK-COUNT
           ADD 1 TO HC-SUB-CHECKED(HC-ACTIVE-SUB-IDX)
           IF HC-STATUS-TEXT NOT = 'OK'
               AND HC-REPOLL-MODE
               PERFORM KEEP-FAILED-ENTRY
           END-IF
           PERFORM READ-CHECK-ENTRY.
       PROCESS-CHECK-ENTRY-EXIT.
           EXIT.

      * One check of the entry in HC-ENTRY, reported and kept on the
      * history whichever pass or attempt it belongs to. The failure
      * tallies are counted here; how many entries the checklist
      * holds is counted by the first pass alone.
       RUN-ONE-CHECK.
           IF HC-ACTIVE-SUB-IDX = ZERO
               OR HC-ENT-SUBSYSTEM NOT = HC-CURRENT-SUBSYS
               PERFORM SWITCH-SUBSYSTEM
           END-IF
           IF HC-SUB-UNREACHABLE(HC-ACTIVE-SUB-IDX)
               MOVE HC-SUB-CONN-SQLCODE(HC-ACTIVE-SUB-IDX)
                   TO SQLCODE
               MOVE ZERO TO XE-ELAPSED-CENTISECS
           ELSE
               MOVE HC-ENT-TABLE-NAME TO XE-TABLE-NAME
               MOVE 1 TO XE-SELECT-VALUE
               PERFORM X010-DYNAMIC-SQL-CHECK
           END-IF
      * shapes count against the go/no-go.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   AND HC-ENT-MAX-MSEC IS NUMERIC
                   AND HC-ENT-MAX-MSEC > ZERO
                   AND HC-ELAPSED-MSEC > HC-ENT-MAX-MSEC
                   MOVE 'SLOW' TO HC-STATUS-TEXT
                   ADD 1 TO HC-FAIL-COUNT
               WHEN SQLCODE = ZERO
                   MOVE 'OK' TO HC-STATUS-TEXT
               WHEN SQLCODE = 100
                   AND HC-ENT-ROWS-REQUIRED = 'Y'
                   MOVE 'EMPTY' TO HC-STATUS-TEXT
                   ADD 1 TO HC-FAIL-COUNT
               WHEN SQLCODE = 100
               ADD 1 TO HC-SUB-FAILED(HC-ACTIVE-SUB-IDX)
           END-IF
           PERFORM WRITE-HISTORY-RECORD
           PERFORM WRITE-CHECK-RESULT.
       RUN-ONE-CHECK-EXIT.
           EXIT.

      * A first-pass failure kept for the re-poll attempts.
       KEEP-FAILED-ENTRY.
           IF HC-PEND-COUNT < HC-MAX-PEND-ENTRIES
               ADD 1 TO HC-PEND-COUNT
               SET HC-PEND-IDX TO HC-PEND-COUNT
               MOVE HC-ENTRY TO HC-PEND-ENTRY-DATA(HC-PEND-IDX)
               SET HC-PEND-STILL-FAILING(HC-PEND-IDX) TO TRUE
           ELSE
               SET HC-PEND-TABLE-OVERFLOWED TO TRUE
           END-IF.
       KEEP-FAILED-ENTRY-EXIT.
           EXIT.

      * One re-poll attempt: wait out the interval (or what is left
      * before the deadline, if that is less), then re-check every
      * entry still failing under a fresh timestamp. A subsystem
      * that refused its CONNECT is given another chance, and the
      * failure tallies start again from zero - the entries that
      * passed the first pass stay passed, so what this attempt
      * finds failing is everything that is failing. Once the
      * deadline has been reached there is no further attempt.
       REPOLL-ATTEMPT.
           IF HC-ATTEMPT-NBR NOT < HC-MAX-ATTEMPTS
               DISPLAY 'Health check re-poll stopped at the attempt '
                   'limit before the deadline'
               SET HC-DEADLINE-PASSED TO TRUE
               GO TO REPOLL-ATTEMPT-EXIT
           END-IF
           PERFORM COMPUTE-ELAPSED-MINUTES
           COMPUTE HC-STEP-MINUTES =
               HC-DEADLINE-OFFSET - HC-ELAPSED-MINUTES
           IF HC-STEP-MINUTES NOT > ZERO
               SET HC-DEADLINE-PASSED TO TRUE
               GO TO REPOLL-ATTEMPT-EXIT
           END-IF
           IF HC-STEP-MINUTES > HC-INTERVAL-MINUTES
               MOVE HC-INTERVAL-MINUTES TO HC-STEP-MINUTES
           END-IF
           PERFORM WAIT-STEP
           ADD 1 TO HC-ATTEMPT-NBR
           ACCEPT XE-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT XE-CURRENT-TIME FROM TIME
           MOVE XE-CURRENT-DATE TO XE-TS-DATE
           MOVE XE-CURRENT-TIME TO XE-TS-TIME
           PERFORM RESET-SUBSYS-FOR-RETRY THRU
                   RESET-SUBSYS-FOR-RETRY-EXIT
               VARYING HC-SUB-IDX FROM 1 BY 1
               UNTIL HC-SUB-IDX > HC-SUB-COUNT
           MOVE ZERO TO HC-ACTIVE-SUB-IDX
           MOVE ZERO TO HC-FAIL-COUNT
           MOVE ZERO TO HC-ATTEMPT-CHECKED
           MOVE ZERO TO HC-ATTEMPT-RECOVERED
           PERFORM WRITE-ATTEMPT-HEADING
           PERFORM RECHECK-PENDING-ENTRY THRU
                   RECHECK-PENDING-ENTRY-EXIT
               VARYING HC-PEND-IDX FROM 1 BY 1
               UNTIL HC-PEND-IDX > HC-PEND-COUNT
           PERFORM WRITE-ATTEMPT-SUMMARY.
       REPOLL-ATTEMPT-EXIT.
           EXIT.

      * Minutes since the run started, by the clock, allowing for
      * one midnight crossed on the way.
       COMPUTE-ELAPSED-MINUTES.
           ACCEPT HC-NOW-TIME FROM TIME
           COMPUTE HC-NOW-MINUTES = HC-NOW-HH * 60 + HC-NOW-MM
           COMPUTE HC-ELAPSED-MINUTES =
               HC-NOW-MINUTES - HC-START-MINUTES
           IF HC-ELAPSED-MINUTES < ZERO
               ADD 1440 TO HC-ELAPSED-MINUTES
           END-IF.
       COMPUTE-ELAPSED-MINUTES-EXIT.
           EXIT.

      * The same clock-watching wait the framework's deadlock retry
      * uses, X011-COMPUTE-ELAPSED (XDYNCHK) doing the arithmetic.
       WAIT-STEP.
           MOVE HC-STEP-MINUTES TO HC-MINUTES-DISP
           DISPLAY 'Health check re-poll: waiting ' HC-MINUTES-DISP
               ' minutes for the next attempt'
           ACCEPT XE-TIME-BEFORE FROM TIME
           MOVE ZERO TO XE-ELAPSED-CENTISECS
           PERFORM WAIT-TICK
               UNTIL XE-ELAPSED-CENTISECS >= (HC-STEP-MINUTES * 6000).
       WAIT-STEP-EXIT.
           EXIT.

       WAIT-TICK.
           ACCEPT XE-TIME-AFTER FROM TIME
           PERFORM X011-COMPUTE-ELAPSED.
       WAIT-TICK-EXIT.
           EXIT.

       RESET-SUBSYS-FOR-RETRY.
           MOVE ZERO TO HC-SUB-FAILED(HC-SUB-IDX)
           IF HC-SUB-UNREACHABLE(HC-SUB-IDX)
               SET HC-SUB-NO-CONNECT(HC-SUB-IDX) TO TRUE
               MOVE ZERO TO HC-SUB-CONN-SQLCODE(HC-SUB-IDX)
           END-IF.
       RESET-SUBSYS-FOR-RETRY-EXIT.
           EXIT.

       RECHECK-PENDING-ENTRY.
           IF HC-PEND-RECOVERED(HC-PEND-IDX)
               GO TO RECHECK-PENDING-ENTRY-EXIT
           END-IF
           MOVE HC-PEND-ENTRY-DATA(HC-PEND-IDX) TO HC-ENTRY
           PERFORM RUN-ONE-CHECK
           ADD 1 TO HC-ATTEMPT-CHECKED
           IF HC-STATUS-TEXT = 'OK'
               SET HC-PEND-RECOVERED(HC-PEND-IDX) TO TRUE
               ADD 1 TO HC-ATTEMPT-RECOVERED
           END-IF.
       RECHECK-PENDING-ENTRY-EXIT.
           EXIT.

      * The checklist has moved to a different subsystem (or to its
      * only way back to it, and a RESET that fails marks the
      * default block unreachable exactly like a failed CONNECT TO.
       SWITCH-SUBSYSTEM.
           MOVE HC-ENT-SUBSYSTEM TO HC-CURRENT-SUBSYS
           PERFORM FIND-OR-ADD-SUBSYSTEM
           IF HC-ENT-SUBSYSTEM = SPACES
               IF NOT HC-SUB-UNREACHABLE(HC-ACTIVE-SUB-IDX)
                   IF HC-NAMED-CONNECT-DONE
                       EXEC SQL
               END-IF
           ELSE
               IF NOT HC-SUB-UNREACHABLE(HC-ACTIVE-SUB-IDX)
                   MOVE HC-ENT-SUBSYSTEM TO HC-CONNECT-SUBSYS
                   SET HC-NAMED-CONNECT-DONE TO TRUE
                   EXEC SQL
                       CONNECT TO :HC-CONNECT-SUBSYS
                   ADD 1 TO HC-SUB-COUNT
               ELSE
                   DISPLAY 'Subsystem table full - '
                       HC-ENT-SUBSYSTEM ' takes over the last entry'
               END-IF
               SET HC-SUB-IDX TO HC-SUB-COUNT
               MOVE HC-ENT-SUBSYSTEM TO HC-SUB-NAME(HC-SUB-IDX)
               MOVE ZERO TO HC-SUB-CHECKED(HC-SUB-IDX)
               MOVE ZERO TO HC-SUB-FAILED(HC-SUB-IDX)
               SET HC-SUB-NO-CONNECT(HC-SUB-IDX) TO TRUE
           EXIT.

       FIND-SUBSYSTEM-SCAN.
           IF HC-SUB-NAME(HC-SUB-IDX) = HC-ENT-SUBSYSTEM
               SET HC-SUB-FOUND TO TRUE
               SET HC-ACTIVE-SUB-IDX TO HC-SUB-IDX
           END-IF.
      * report can see a table that still answers SQLCODE zero but
      * has been getting slower run over run.
       WRITE-HISTORY-RECORD.
           MOVE SPACES TO HEALTH-HIST-REC
           MOVE XE-TIMESTAMP TO HST-TIMESTAMP
           MOVE HC-ENT-SUBSYSTEM TO HST-SUBSYSTEM
           MOVE HC-ENT-TABLE-NAME TO HST-TABLE-NAME
           MOVE SQLCODE TO HST-SQLCODE
           MOVE HC-ELAPSED-MSEC TO HST-ELAPSED-MSEC
           MOVE HC-ATTEMPT-NBR TO HST-ATTEMPT-NBR
           WRITE HEALTH-HIST-REC.
       WRITE-HISTORY-RECORD-EXIT.
           EXIT.
           MOVE SQLCODE TO HC-SQLCODE-DISP
           MOVE HC-ELAPSED-MSEC TO HC-ELAPSED-DISP
           MOVE SPACES TO RPT-REC
           STRING HC-ENT-SUBSYSTEM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HC-ENT-TABLE-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HC-SQLCODE-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
       WRITE-CHECK-RESULT-EXIT.
           EXIT.

      * Re-poll report lines: where the first pass left things, a
      * heading and a tally for each attempt, and how the re-poll
      * ended, ahead of the usual summary - which, in re-poll mode,
      * is the verdict of the last attempt.
       WRITE-FIRST-PASS-LINE.
           MOVE HC-FAIL-COUNT TO HC-FAIL-COUNT-DISP
           MOVE HC-INTERVAL-MINUTES TO HC-MINUTES-DISP
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF HC-PEND-TABLE-OVERFLOWED
               STRING 'FIRST PASS: ' DELIMITED BY SIZE
                       HC-FAIL-COUNT-DISP DELIMITED BY SIZE
                       ' FAILED - TOO MANY TO RE-POLL'
                           DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
           ELSE
               STRING 'FIRST PASS: ' DELIMITED BY SIZE
                       HC-FAIL-COUNT-DISP DELIMITED BY SIZE
                       ' FAILED - RE-CHECKING EVERY ' DELIMITED BY SIZE
                       HC-MINUTES-DISP DELIMITED BY SIZE
                       ' MIN UNTIL ' DELIMITED BY SIZE
                       HC-CLOCK-DISP DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC.
       WRITE-FIRST-PASS-LINE-EXIT.
           EXIT.

       WRITE-ATTEMPT-HEADING.
           MOVE HC-ATTEMPT-NBR TO HC-ATTEMPT-DISP
           MOVE XE-CURRENT-TIME TO HC-NOW-TIME
           MOVE HC-NOW-HH TO HC-CS-HH
           MOVE HC-NOW-MM TO HC-CS-MM
           MOVE HC-NOW-SS TO HC-CS-SS
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'RE-CHECK ATTEMPT ' DELIMITED BY SIZE
                   HC-ATTEMPT-DISP DELIMITED BY SIZE
                   ' AT ' DELIMITED BY SIZE
                   HC-CLOCK-SEC-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-ATTEMPT-HEADING-EXIT.
           EXIT.

       WRITE-ATTEMPT-SUMMARY.
           MOVE HC-ATTEMPT-CHECKED TO HC-CHECK-COUNT-DISP
           MOVE HC-ATTEMPT-RECOVERED TO HC-RECOVERED-DISP
           MOVE HC-FAIL-COUNT TO HC-FAIL-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING 'ATTEMPT ' DELIMITED BY SIZE
                   HC-ATTEMPT-DISP DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   HC-CHECK-COUNT-DISP DELIMITED BY SIZE
                   ' RE-CHECKED, ' DELIMITED BY SIZE
                   HC-RECOVERED-DISP DELIMITED BY SIZE
                   ' RECOVERED, ' DELIMITED BY SIZE
                   HC-FAIL-COUNT-DISP DELIMITED BY SIZE
                   ' STILL FAILING' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-ATTEMPT-SUMMARY-EXIT.
           EXIT.

       WRITE-REPOLL-OUTCOME.
           MOVE HC-ATTEMPT-NBR TO HC-ATTEMPT-DISP
           MOVE HC-FAIL-COUNT TO HC-FAIL-COUNT-DISP
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
               WHEN HC-FAIL-COUNT = ZERO
                   STRING 'RE-POLL: ALL ENTRIES PASSING AFTER '
                           DELIMITED BY SIZE
                           HC-ATTEMPT-DISP DELIMITED BY SIZE
                           ' ATTEMPTS' DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
               WHEN HC-PEND-TABLE-OVERFLOWED
                   MOVE 'RE-POLL: NOT ATTEMPTED' TO RPT-REC
               WHEN HC-ATTEMPT-NBR NOT < HC-MAX-ATTEMPTS
                   STRING 'RE-POLL: ATTEMPT LIMIT REACHED, '
                           DELIMITED BY SIZE
                           HC-FAIL-COUNT-DISP DELIMITED BY SIZE
                           ' STILL FAILING AFTER ' DELIMITED BY SIZE
                           HC-ATTEMPT-DISP DELIMITED BY SIZE
                           ' ATTEMPTS' DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
               WHEN OTHER
                   STRING 'RE-POLL: DEADLINE ' DELIMITED BY SIZE
                           HC-CLOCK-DISP DELIMITED BY SIZE
                           ' REACHED, ' DELIMITED BY SIZE
                           HC-FAIL-COUNT-DISP DELIMITED BY SIZE
                           ' STILL FAILING AFTER ' DELIMITED BY SIZE
                           HC-ATTEMPT-DISP DELIMITED BY SIZE
                           ' ATTEMPTS' DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-REPOLL-OUTCOME-EXIT.
           EXIT.

      * One counts-and-verdict line per subsystem the checklist
      * named, then the overall line the scheduler's go/no-go has
      * always keyed on.
      * the excerpt carries the counts-and-verdict summary line
      * (captured before the WRITE releases the record area).
           IF HC-GO-NOGO = 'NO-GO'
               MOVE SPACES TO ALERT-REC
               MOVE XE-TIMESTAMP TO ALT-TIMESTAMP
               MOVE 'CRIT' TO ALT-SEVERITY
               MOVE 'DB2HLTCK' TO ALT-PROGRAM-ID
