      * XGATE - predecessor gate, PERFORMed THRU X016-EXIT at the
      * very start of a framework program so it cannot start ahead
      * of the program the batch schedule (SCHEDCTL, XSCHFD) says
      * must finish first. COPY this into the PROCEDURE DIVISION of
      * any program that has also COPYd XGATEWS into WORKING-STORAGE
      * and XSCHFD, XPJNFD and XPOVFD into the FILE SECTION; the
      * wait reuses X004-10-WAIT-TICK (XSQLERR) and
      * X011-COMPUTE-ELAPSED (XDYNCHK).
      *
      * The calling program MOVEs its program id to XE-PROGRAM-ID
      * and ACCEPTs XE-CURRENT-DATE and XE-CURRENT-TIME first, and
      * PERFORMs the gate before it opens ALERT-FILE - a run that is
      * not released writes its one CRIT alert here, opening and
      * closing ALERTQ itself. The gate:
      *   - finds this program's SCHEDCTL record; none, or one with
      *     no predecessor, releases the program on the spot
      *   - honors an operator RELEASE card for this program and
      *     tonight (PREDOVR, XPOVFD), with a job-log line saying so
      *   - reads the night's journal (PREDJRNL, XPJNFD) for the
      *     predecessor's latest run that ended inside tonight's
      *     window, and releases the program if that run completed
      *     ('C') - a predecessor rerun that abended after an earlier
      *     clean run means its tables are half-reloaded again, so
      *     the latest run is the one that counts
      *   - otherwise waits SCH-PRED-INTERVAL minutes and reads the
      *     journal again, until the predecessor has run clean or
      *     SCH-PRED-MAX-WAIT minutes have gone by
      * A program released after waiting has XE-START-TIMESTAMP
      * re-stamped to the moment of release, so its journal record
      * (and Db2ScheduleMonitor's PRED-VIOL test) sees when its work
      * began rather than when the job was submitted.
      * A program still not released leaves XG-NOT-RELEASED set and
      * the caller ends at once with XG-NOT-RELEASED-RC (16), before
      * any SQL, any data file and the restart checkpoint are
      * touched. It writes no run journal record either: it did no
      * run, and Db2ScheduleMonitor must keep showing it outstanding.
       X016-PREDECESSOR-GATE.
           SET XG-RELEASED TO TRUE
           SET XG-NOT-OVERRIDDEN TO TRUE
           PERFORM X016-10-READ-SCHEDULE THRU X016-10-EXIT
           IF XG-PREDECESSOR = SPACES
               GO TO X016-EXIT
           END-IF
           PERFORM X016-30-SET-WINDOW-OPEN
           PERFORM X016-20-READ-OVERRIDES
           IF XG-OVERRIDDEN
               DISPLAY 'Predecessor gate overridden by operator: '
                   XE-PROGRAM-ID ' released without waiting for '
                   XG-PREDECESSOR
               GO TO X016-EXIT
           END-IF
           MOVE ZERO TO XG-WAITED-MINUTES
           MOVE ZERO TO XG-CHECK-COUNT
           PERFORM X016-40-CHECK-JOURNAL
           PERFORM X016-50-WAIT-AND-RECHECK THRU X016-50-EXIT
               UNTIL XG-PRED-RAN-CLEAN
                   OR XG-WAITED-MINUTES >= XG-MAX-WAIT-MINUTES
           IF XG-PRED-RAN-CLEAN
               DISPLAY 'Predecessor ' XG-PREDECESSOR
                   ' ended cleanly at ' XG-LATEST-END
                   ' - ' XE-PROGRAM-ID ' released'
               IF XG-WAITED-MINUTES > ZERO
                   ACCEPT XE-CURRENT-DATE FROM DATE YYYYMMDD
                   ACCEPT XE-CURRENT-TIME FROM TIME
                   MOVE XE-CURRENT-DATE TO XE-TS-DATE
                   MOVE XE-CURRENT-TIME TO XE-TS-TIME
                   MOVE XE-TIMESTAMP TO XE-START-TIMESTAMP
               END-IF
           ELSE
               SET XG-NOT-RELEASED TO TRUE
               PERFORM X016-60-NOT-RELEASED-ALERT
           END-IF.
       X016-EXIT.
           EXIT.

      * This program's schedule entry. The first SCHEDCTL record for
      * the program is the one that counts; a missing SCHEDCTL is an
      * unscheduled run, and an unscheduled run has no predecessor.
       X016-10-READ-SCHEDULE.
           MOVE SPACES TO XG-PREDECESSOR
           MOVE XG-DEFAULT-MAX-WAIT TO XG-MAX-WAIT-MINUTES
           MOVE XG-DEFAULT-INTERVAL TO XG-INTERVAL-MINUTES
           OPEN INPUT SCHEDULE-CONTROL-FILE
           IF XG-SCHED-FILE-STATUS NOT = '00'
               GO TO X016-10-EXIT
           END-IF
           SET XG-NOT-END-OF-FILE TO TRUE
           PERFORM X016-11-READ-SCHEDULE-REC
           PERFORM X016-12-MATCH-SCHEDULE-REC THRU X016-12-EXIT
               UNTIL XG-END-OF-FILE
           CLOSE SCHEDULE-CONTROL-FILE.
       X016-10-EXIT.
           EXIT.

       X016-11-READ-SCHEDULE-REC.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   SET XG-END-OF-FILE TO TRUE
           END-READ.
       X016-11-EXIT.
           EXIT.

       X016-12-MATCH-SCHEDULE-REC.
           IF SCH-PROGRAM-ID = XE-PROGRAM-ID
               MOVE SCH-PREDECESSOR TO XG-PREDECESSOR
               IF SCH-PRED-MAX-WAIT IS NUMERIC
                   MOVE SCH-PRED-MAX-WAIT TO XG-MAX-WAIT-MINUTES
               END-IF
               IF SCH-PRED-INTERVAL IS NUMERIC
                   AND SCH-PRED-INTERVAL > ZERO
                   MOVE SCH-PRED-INTERVAL TO XG-INTERVAL-MINUTES
               END-IF
               SET XG-END-OF-FILE TO TRUE
               GO TO X016-12-EXIT
           END-IF
           PERFORM X016-11-READ-SCHEDULE-REC.
       X016-12-EXIT.
           EXIT.

      * Operator RELEASE cards. A card for another program is none
      * of this run's business; one for this program not dated with
      * tonight's window-open date (XG-WO-DATE) is named in the job
      * log and ignored. No PREDOVR allocated means no override.
       X016-20-READ-OVERRIDES.
           OPEN INPUT PRED-OVERRIDE-FILE
           IF XG-POV-FILE-STATUS = '00'
               SET XG-NOT-END-OF-FILE TO TRUE
               PERFORM X016-21-READ-OVERRIDE-REC
               PERFORM X016-22-APPLY-OVERRIDE-REC THRU X016-22-EXIT
                   UNTIL XG-END-OF-FILE
               CLOSE PRED-OVERRIDE-FILE
           END-IF.
       X016-20-EXIT.
           EXIT.

       X016-21-READ-OVERRIDE-REC.
           READ PRED-OVERRIDE-FILE
               AT END
                   SET XG-END-OF-FILE TO TRUE
           END-READ.
       X016-21-EXIT.
           EXIT.

       X016-22-APPLY-OVERRIDE-REC.
           EVALUATE POV-KEYWORD
               WHEN 'RELEASE '
                   IF POV-PROGRAM-ID = XE-PROGRAM-ID
                       IF POV-DATE = XG-WO-DATE
                           SET XG-OVERRIDDEN TO TRUE
                       ELSE
                           DISPLAY 'Predecessor override for '
                               POV-PROGRAM-ID ' dated ' POV-DATE
                               ' is not for tonight - ignored'
                       END-IF
                   END-IF
               WHEN '*       '
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Unknown predecessor override card '
                       'ignored: ' POV-KEYWORD
           END-EVALUATE
           PERFORM X016-21-READ-OVERRIDE-REC.
       X016-22-EXIT.
           EXIT.

      * Tonight's window opened at noon today, or at noon yesterday
      * for a run that starts before noon.
       X016-30-SET-WINDOW-OPEN.
           IF XE-CURRENT-TIME < XG-NOON-TIME
               COMPUTE XG-WINDOW-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(XE-CURRENT-DATE) - 1
               COMPUTE XG-WINDOW-DATE =
                   FUNCTION DATE-OF-INTEGER(XG-WINDOW-DATE-INT)
           ELSE
               MOVE XE-CURRENT-DATE TO XG-WINDOW-DATE
           END-IF
           MOVE XG-WINDOW-DATE TO XG-WO-DATE
           MOVE XG-NOON-TIME TO XG-WO-TIME.
       X016-30-EXIT.
           EXIT.

      * One pass over the night's journal for the predecessor's
      * latest run inside the window. The file is reopened on every
      * check so a run journalled while this program waits is seen.
       X016-40-CHECK-JOURNAL.
           ADD 1 TO XG-CHECK-COUNT
           SET XG-PRED-NOT-CLEAN TO TRUE
           MOVE LOW-VALUES TO XG-LATEST-END
           MOVE SPACE TO XG-LATEST-FLAG
           OPEN INPUT PRED-JOURNAL-FILE
           IF XG-PJN-FILE-STATUS = '00'
               SET XG-NOT-END-OF-FILE TO TRUE
               PERFORM X016-41-READ-JOURNAL-REC
               PERFORM X016-42-SCAN-JOURNAL-REC THRU X016-42-EXIT
                   UNTIL XG-END-OF-FILE
               CLOSE PRED-JOURNAL-FILE
           END-IF
           IF XG-LATEST-FLAG = 'C'
               SET XG-PRED-RAN-CLEAN TO TRUE
           END-IF.
       X016-40-EXIT.
           EXIT.

       X016-41-READ-JOURNAL-REC.
           READ PRED-JOURNAL-FILE
               AT END
                   SET XG-END-OF-FILE TO TRUE
           END-READ.
       X016-41-EXIT.
           EXIT.

       X016-42-SCAN-JOURNAL-REC.
           IF PJN-PROGRAM-ID = XG-PREDECESSOR
               AND PJN-END-TIMESTAMP NOT < XG-WINDOW-OPEN-X
               AND PJN-END-TIMESTAMP > XG-LATEST-END
               MOVE PJN-END-TIMESTAMP TO XG-LATEST-END
               MOVE PJN-END-FLAG TO XG-LATEST-FLAG
           END-IF
           PERFORM X016-41-READ-JOURNAL-REC.
       X016-42-EXIT.
           EXIT.

      * One interval's wait, cut short to what is left of the
      * maximum, then another look at the journal. The wait is the
      * same clock-watching loop the deadlock retry uses.
       X016-50-WAIT-AND-RECHECK.
           COMPUTE XG-STEP-MINUTES =
               XG-MAX-WAIT-MINUTES - XG-WAITED-MINUTES
           IF XG-STEP-MINUTES > XG-INTERVAL-MINUTES
               MOVE XG-INTERVAL-MINUTES TO XG-STEP-MINUTES
           END-IF
           MOVE XG-STEP-MINUTES TO XG-WAIT-DISP
           DISPLAY 'Waiting for predecessor ' XG-PREDECESSOR
               ' - checking the journal again in ' XG-WAIT-DISP
               ' minutes'
           ACCEPT XE-TIME-BEFORE FROM TIME
           MOVE ZERO TO XE-ELAPSED-CENTISECS
           PERFORM X004-10-WAIT-TICK
               UNTIL XE-ELAPSED-CENTISECS >=
                   (XG-STEP-MINUTES * 6000)
           ADD XG-STEP-MINUTES TO XG-WAITED-MINUTES
           PERFORM X016-40-CHECK-JOURNAL.
       X016-50-EXIT.
           EXIT.

      * Not released: one job-log line and one CRIT alert naming the
      * predecessor and what the journal showed for it, so the
      * console pages whoever has to decide between waiting longer
      * and an override card.
       X016-60-NOT-RELEASED-ALERT.
           MOVE SPACES TO XG-ALERT-TEXT
           EVALUATE XG-LATEST-FLAG
               WHEN 'A'
                   STRING 'NOT RELEASED: ' DELIMITED BY SIZE
                           XG-PREDECESSOR DELIMITED BY SPACE
                           ' ABENDED' DELIMITED BY SIZE
                       INTO XG-ALERT-TEXT
                   END-STRING
               WHEN SPACE
                   STRING 'NOT RELEASED: ' DELIMITED BY SIZE
                           XG-PREDECESSOR DELIMITED BY SPACE
                           ' HAS NOT RUN' DELIMITED BY SIZE
                       INTO XG-ALERT-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'NOT RELEASED: ' DELIMITED BY SIZE
                           XG-PREDECESSOR DELIMITED BY SPACE
                           ' NOT CLEAN' DELIMITED BY SIZE
                       INTO XG-ALERT-TEXT
                   END-STRING
           END-EVALUATE
           MOVE XG-WAITED-MINUTES TO XG-WAIT-DISP
           DISPLAY XE-PROGRAM-ID ' ' XG-ALERT-TEXT
               ' - gave up after ' XG-WAIT-DISP ' minutes'
           ACCEPT XE-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT XE-CURRENT-TIME FROM TIME
           MOVE XE-CURRENT-DATE TO XE-TS-DATE
           MOVE XE-CURRENT-TIME TO XE-TS-TIME
           OPEN EXTEND ALERT-FILE
           MOVE SPACES TO ALERT-REC
           MOVE XE-TIMESTAMP TO ALT-TIMESTAMP
           MOVE 'CRIT' TO ALT-SEVERITY
           MOVE XE-PROGRAM-ID TO ALT-PROGRAM-ID
           MOVE 'PREDECESSOR-GATE' TO ALT-STATEMENT-ID
           MOVE ZERO TO ALT-SQLCODE
           MOVE XG-ALERT-TEXT TO ALT-ERRMC-EXCERPT
           WRITE ALERT-REC
           CLOSE ALERT-FILE.
       X016-60-EXIT.
           EXIT.
