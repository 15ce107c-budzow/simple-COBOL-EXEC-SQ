       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2ServiceLevelReport.

      * Monthly service-level report for the batch framework, built
      * from the month's run journal (RUNJRNL, XRNJFD) and alert feed
      * (ALERTQ, XALTFD) so the service review quotes the same
      * numbers every month instead of whatever was added up by hand
      * from the weekly Db2RunJournalReport printouts. Per program:
      *
      *   - runs and abends ('A' journal records), and the abend
      *     rate as a percentage of runs;
      *   - average and worst elapsed seconds;
      *   - incidents and mean time to recover. An incident opens on
      *     an abended run whose previous run of the same program
      *     ended clean (or that has no previous run), and closes on
      *     the program's next clean ('C') run; the time to recover
      *     is from the end of that first abended run to the end of
      *     the clean one, in minutes. Abends in between are part of
      *     the same incident. An incident with no clean run after
      *     it in the journal is counted OPEN and kept out of the
      *     mean;
      *   - CRIT alerts raised under the program id.
      *
      * Then a total line over all programs, the month's CRIT alert
      * count, the nights that missed a SCHEDCTL deadline (XSCHFD),
      * and a month-over-month comparison against the prior month's
      * figures.
      *
      * The month comes in as a JCL PARM (YYYYMM); no PARM, or an
      * unusable one, means the calendar month before today, which
      * is what the run on the first of the month wants. A journal
      * run counts in the month its start timestamp falls in; the
      * JCL may hand over more than the month (the journal for the
      * first days of the next month lets an abend on the last night
      * recover inside the figures) and records outside the month
      * only serve as recoveries.
      *
      * Nights follow Db2ScheduleMonitor's reading of schedule
      * times: a run starting at noon or later belongs to the night
      * that opens that date, an earlier one to the night that opened
      * the day before, and a deadline before noon falls on the
      * morning after the night opened. A night missed its deadlines
      * when any scheduled program's last run that night ended past
      * its SCHEDCTL deadline; a night counts toward the month when
      * it opened on a date inside the month and anything ran. A
      * scheduled program with no run on a night is not counted as a
      * miss - the shop calendar holds work back on purpose, and the
      * schedule monitor's own night report is where a program that
      * simply never ran shows up.
      *
      * The month-over-month figures come from the service-level
      * history (SLHIST): one record of raw month totals per month,
      * rewritten at the end of every run with this month's record
      * added or replaced, so a rerun of the same month does not
      * double-count. RC 4 when a table overflowed (some figures are
      * short) or the history could not be rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-JOURNAL-FILE ASSIGN TO RUNJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-JOURNAL-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-ALERT-FILE-STATUS.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO SCHEDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-SCHED-FILE-STATUS.
           SELECT SERVICE-HISTORY-FILE ASSIGN TO SLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-HIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO SLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY XRNJFD.
       COPY XALTFD.
       COPY XSCHFD.

      * One record of raw totals per reported month - counts and
      * summed seconds rather than rates, so the rates can be worked
      * out again the same way for any month.
       FD  SERVICE-HISTORY-FILE
           RECORDING MODE IS F.
       01  SERVICE-HISTORY-REC.
           05  SLH-MONTH               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  SLH-RUNS                PIC 9(07).
           05  SLH-ABENDS              PIC 9(07).
           05  SLH-TIMED-RUNS          PIC 9(07).
           05  SLH-ELAPSED-SECS        PIC 9(11).
           05  SLH-RECOVERED           PIC 9(05).
           05  SLH-RECOVER-SECS        PIC 9(11).
           05  SLH-CRIT-COUNT          PIC 9(07).
           05  SLH-MISSED-NIGHTS       PIC 9(02).
           05  SLH-ACTIVE-NIGHTS       PIC 9(02).
           05  FILLER                  PIC X(14).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SL-JOURNAL-FILE-STATUS      PIC X(02) VALUE '00'.
       01  SL-ALERT-FILE-STATUS        PIC X(02) VALUE '00'.
       01  SL-SCHED-FILE-STATUS        PIC X(02) VALUE '00'.
       01  SL-HIST-FILE-STATUS         PIC X(02) VALUE '00'.
       01  SL-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  SL-JRN-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  SL-END-OF-JOURNAL           VALUE 'Y'.
       01  SL-ALERT-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  SL-END-OF-ALERTS            VALUE 'Y'.
       01  SL-SCHED-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  SL-END-OF-SCHEDULE          VALUE 'Y'.
       01  SL-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  SL-END-OF-HISTORY           VALUE 'Y'.
       01  SL-PGM-MATCH-SWITCH         PIC X(01) VALUE 'N'.
           88  SL-PGM-FOUND                VALUE 'Y'.
           88  SL-PGM-NOT-FOUND            VALUE 'N'.
       01  SL-PRIOR-MATCH-SWITCH       PIC X(01) VALUE 'N'.
           88  SL-PRIOR-FOUND              VALUE 'Y'.
           88  SL-PRIOR-NOT-FOUND          VALUE 'N'.
       01  SL-STAMP-SWITCH             PIC X(01) VALUE 'N'.
           88  SL-STAMP-USABLE             VALUE 'Y'.
           88  SL-STAMP-UNUSABLE           VALUE 'N'.
       01  SL-SHORT-SWITCH             PIC X(01) VALUE 'N'.
           88  SL-FIGURES-SHORT            VALUE 'Y'.
       01  SL-HIST-TRUNCATED-SWITCH    PIC X(01) VALUE 'N'.
           88  SL-HIST-TRUNCATED           VALUE 'Y'.

       01  SL-PARM-MONTH               PIC 9(06).
       01  SL-PARM-MONTH-R REDEFINES SL-PARM-MONTH.
           05  SL-PARM-YYYY            PIC 9(04).
           05  SL-PARM-MM              PIC 9(02).
       01  SL-CURRENT-DATE             PIC 9(08).
       01  SL-CURRENT-DATE-R REDEFINES SL-CURRENT-DATE.
           05  SL-CUR-YYYY             PIC 9(04).
           05  SL-CUR-MM               PIC 9(02).
           05  SL-CUR-DD               PIC 9(02).

      * The reported month and the one before it, and the first day
      * of the reported month and of the month after, as integer
      * dates bounding the month.
       01  SL-REPORT-MONTH.
           05  SL-RM-YYYY              PIC 9(04).
           05  SL-RM-MM                PIC 9(02).
       01  SL-REPORT-MONTH-N REDEFINES SL-REPORT-MONTH
                                       PIC 9(06).
       01  SL-PRIOR-MONTH.
           05  SL-PM-YYYY              PIC 9(04).
           05  SL-PM-MM                PIC 9(02).
       01  SL-PRIOR-MONTH-N REDEFINES SL-PRIOR-MONTH
                                       PIC 9(06).
       01  SL-WORK-DATE.
           05  SL-WD-YYYY              PIC 9(04).
           05  SL-WD-MM                PIC 9(02).
           05  SL-WD-DD                PIC 9(02).
       01  SL-WORK-DATE-N REDEFINES SL-WORK-DATE
                                       PIC 9(08).
       01  SL-MONTH-FIRST-INT          PIC S9(09) COMP.
       01  SL-NEXT-FIRST-INT           PIC S9(09) COMP.
       01  SL-NIGHTS-IN-MONTH          PIC 9(04) COMP.

      * Journal timestamp picked apart, as in the journal report.
      * Seconds are counted from the INTEGER-OF-DATE epoch, which
      * needs more than nine digits.
       01  SL-STAMP-WORK.
           05  SL-STAMP-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SL-STAMP-HH             PIC 9(02).
           05  SL-STAMP-MM             PIC 9(02).
           05  SL-STAMP-SS             PIC 9(02).
           05  FILLER                  PIC X(02).
       01  SL-STAMP-CHECK REDEFINES SL-STAMP-WORK
                                       PIC X(17).
       01  SL-STAMP-SECS               PIC S9(11) COMP.
       01  SL-START-SECS               PIC S9(11) COMP.
       01  SL-END-SECS                 PIC S9(11) COMP.
       01  SL-ELAPSED-SECS             PIC S9(11) COMP.
       01  SL-START-DATE-INT           PIC S9(09) COMP.
       01  SL-START-HH                 PIC 9(02).
       01  SL-NIGHT-INT                PIC S9(09) COMP.
       01  SL-NIGHT-SUB                PIC 9(04) COMP.
       01  SL-DEADLINE-SECS            PIC S9(11) COMP.
       01  SL-DEADLINE-TIME            PIC 9(06).
       01  SL-DEADLINE-TIME-R REDEFINES SL-DEADLINE-TIME.
           05  SL-DL-HH                PIC 9(02).
           05  SL-DL-MM                PIC 9(02).
           05  SL-DL-SS                PIC 9(02).

       01  SL-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
       01  SL-PREV-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  SL-PREV-START               PIC S9(11) COMP.
       01  SL-CLEAN-SUB                PIC 9(04) COMP VALUE ZERO.
       01  SL-CLEAN-START              PIC S9(11) COMP.
       01  SL-RECOVER-SECS             PIC S9(11) COMP.

       01  SL-JOURNAL-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  SL-UNREADABLE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  SL-ALERT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.

      * Month totals - the same figures as a program line, summed.
       01  SL-TOT-RUNS                 PIC 9(07) COMP VALUE ZERO.
       01  SL-TOT-ABENDS               PIC 9(07) COMP VALUE ZERO.
       01  SL-TOT-TIMED-RUNS           PIC 9(07) COMP VALUE ZERO.
       01  SL-TOT-ELAPSED-SECS         PIC 9(11) COMP VALUE ZERO.
       01  SL-TOT-WORST-SECS           PIC 9(09) COMP VALUE ZERO.
       01  SL-TOT-INCIDENTS            PIC 9(05) COMP VALUE ZERO.
       01  SL-TOT-RECOVERED            PIC 9(05) COMP VALUE ZERO.
       01  SL-TOT-RECOVER-SECS         PIC 9(11) COMP VALUE ZERO.
       01  SL-TOT-OPEN                 PIC 9(05) COMP VALUE ZERO.
       01  SL-TOT-CRIT                 PIC 9(07) COMP VALUE ZERO.
       01  SL-ACTIVE-NIGHTS            PIC 9(02) COMP VALUE ZERO.
       01  SL-MISSED-NIGHTS            PIC 9(02) COMP VALUE ZERO.

      * One figure line's inputs, loaded from a program entry, the
      * totals, or a history record before BUILD-RATES runs.
       01  SL-LINE-LABEL               PIC X(08).
       01  SL-LINE-RUNS                PIC 9(07) COMP.
       01  SL-LINE-ABENDS              PIC 9(07) COMP.
       01  SL-LINE-TIMED-RUNS          PIC 9(07) COMP.
       01  SL-LINE-ELAPSED-SECS        PIC 9(11) COMP.
       01  SL-LINE-WORST-SECS          PIC 9(09) COMP.
       01  SL-LINE-INCIDENTS           PIC 9(05) COMP.
       01  SL-LINE-RECOVERED           PIC 9(05) COMP.
       01  SL-LINE-RECOVER-SECS        PIC 9(11) COMP.
       01  SL-LINE-OPEN                PIC 9(05) COMP.
       01  SL-LINE-CRIT                PIC 9(07) COMP.
       01  SL-LINE-MISSED-NIGHTS       PIC 9(02) COMP.
       01  SL-LINE-ACTIVE-NIGHTS       PIC 9(02) COMP.

       01  SL-ABEND-PCT                PIC 9(03)V9 COMP.
       01  SL-AVG-SECS                 PIC 9(09) COMP.
       01  SL-MTTR-MINS                PIC 9(07) COMP.
       01  SL-RUNS-DISP                PIC Z,ZZZ,ZZ9.
       01  SL-ABENDS-DISP              PIC ZZZ,ZZ9.
       01  SL-PCT-DISP                 PIC ZZ9.9.
       01  SL-AVG-DISP                 PIC ZZZ,ZZ9.
       01  SL-WORST-DISP               PIC ZZZ,ZZ9.
       01  SL-INCIDENT-DISP            PIC ZZZ9.
       01  SL-MTTR-DISP                PIC ZZZ,ZZ9.
       01  SL-MTTR-TEXT                PIC X(07).
       01  SL-AVG-TEXT                 PIC X(07).
       01  SL-OPEN-DISP                PIC ZZZ9.
       01  SL-CRIT-DISP                PIC ZZZ,ZZ9.
       01  SL-NIGHTS-DISP              PIC Z9.
       01  SL-ACTIVE-DISP              PIC Z9.
       01  SL-COUNT-DISP               PIC ZZZ,ZZ9.
       01  SL-DATE-DISP                PIC 9(08).

      * Per-program figures. 50 programs matches the journal
      * report's own table.
       01  SL-MAX-PGM-ENTRIES          PIC 9(04) COMP VALUE 50.
       01  SL-PGM-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  SL-PGM-TABLE.
           05  SL-PGM-ENTRY OCCURS 50 TIMES
                       INDEXED BY SL-PGM-IDX.
               10  SL-PGM-ID               PIC X(08).
               10  SL-PGM-RUNS             PIC 9(07) COMP.
               10  SL-PGM-ABENDS           PIC 9(07) COMP.
               10  SL-PGM-TIMED-RUNS       PIC 9(07) COMP.
               10  SL-PGM-ELAPSED-SECS     PIC 9(11) COMP.
               10  SL-PGM-WORST-SECS       PIC 9(09) COMP.
               10  SL-PGM-INCIDENTS        PIC 9(05) COMP.
               10  SL-PGM-RECOVERED        PIC 9(05) COMP.
               10  SL-PGM-RECOVER-SECS     PIC 9(11) COMP.
               10  SL-PGM-OPEN             PIC 9(05) COMP.
               10  SL-PGM-CRIT             PIC 9(07) COMP.

      * Every journal run with readable timestamps, in and around
      * the month, for the incident and recovery scan. 3000 runs is
      * a month of fifty programs running twice a night; past that
      * the later runs are left out of the incidents and the report
      * says its figures are short.
       01  SL-MAX-RUN-ENTRIES          PIC 9(04) COMP VALUE 3000.
       01  SL-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  SL-RUN-TABLE.
           05  SL-RUN-ENTRY OCCURS 3000 TIMES
                       INDEXED BY SL-RUN-IDX  SL-SCAN-IDX.
               10  SL-RUN-PGM-SUB          PIC 9(04) COMP.
               10  SL-RUN-START-SECS       PIC S9(11) COMP.
               10  SL-RUN-END-SECS         PIC S9(11) COMP.
               10  SL-RUN-END-FLAG         PIC X(01).
                   88  SL-RUN-ABENDED          VALUE 'A'.
                   88  SL-RUN-CLEAN            VALUE 'C'.
               10  SL-RUN-IN-MONTH         PIC X(01).
                   88  SL-RUN-IS-IN-MONTH      VALUE 'Y'.

      * The schedule, with each program's last end on each night of
      * the month (-1 for a night it did not run).
       01  SL-MAX-SCHED-ENTRIES        PIC 9(04) COMP VALUE 50.
       01  SL-SCHED-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  SL-SCHED-TABLE.
           05  SL-SCHED-ENTRY OCCURS 50 TIMES
                       INDEXED BY SL-SCHED-IDX.
               10  SL-SCHED-PGM-ID         PIC X(08).
               10  SL-SCHED-DEADLINE       PIC 9(06).
               10  SL-SCHED-NIGHT-END OCCURS 31 TIMES
                                           PIC S9(11) COMP.

       01  SL-NIGHT-TABLE.
           05  SL-NIGHT-ENTRY OCCURS 31 TIMES
                       INDEXED BY SL-NIGHT-IDX.
               10  SL-NIGHT-RUNS           PIC 9(05) COMP.
               10  SL-NIGHT-MISSED         PIC 9(04) COMP.
               10  SL-NIGHT-FIRST-PGM      PIC X(08).

      * The service-level history, loaded whole and rewritten whole.
       01  SL-MAX-HIST-ENTRIES         PIC 9(04) COMP VALUE 240.
       01  SL-HIST-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  SL-HIST-TABLE.
           05  SL-HIST-ENTRY OCCURS 240 TIMES
                       INDEXED BY SL-HIST-IDX  SL-HIST-OUT-IDX.
               10  SL-HIST-IMAGE           PIC X(80).
       01  SL-PRIOR-IMAGE              PIC X(80).
       01  SL-THIS-IMAGE               PIC X(80).

       01  SL-HEADING-1                PIC X(58) VALUE
           'MONTHLY BATCH SERVICE-LEVEL REPORT FOR '.
       01  SL-HEADING-2A               PIC X(46) VALUE
           'PROGRAM       RUNS  ABENDS ABEND%  AVG-SEC WOR'.
       01  SL-HEADING-2B               PIC X(46) VALUE
           'ST-SEC INCID MTTR-MIN OPEN     CRIT'.
       01  SL-HEADING-3A               PIC X(46) VALUE
           'MONTH         RUNS  ABENDS ABEND%  AVG-SEC MTT'.
       01  SL-HEADING-3B               PIC X(46) VALUE
           'R-MIN     CRIT  MISSED NIGHTS'.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-DATA            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAINLINE.
           PERFORM SET-REPORT-MONTH
           PERFORM LOAD-SCHEDULE-TABLE
           OPEN INPUT RUN-JOURNAL-FILE
      * A missing journal or alert feed is not an error - the month
      * reports zero runs or zero alerts, which is itself the finding.
           IF SL-JOURNAL-FILE-STATUS = '00'
               PERFORM READ-JOURNAL-RECORD
               PERFORM PROCESS-JOURNAL-RECORD THRU
                       PROCESS-JOURNAL-RECORD-EXIT
                   UNTIL SL-END-OF-JOURNAL
               CLOSE RUN-JOURNAL-FILE
           END-IF
           OPEN INPUT ALERT-FILE
           IF SL-ALERT-FILE-STATUS = '00'
               PERFORM READ-ALERT-RECORD
               PERFORM PROCESS-ALERT-RECORD THRU
                       PROCESS-ALERT-RECORD-EXIT
                   UNTIL SL-END-OF-ALERTS
               CLOSE ALERT-FILE
           END-IF
           PERFORM TALLY-INCIDENT THRU TALLY-INCIDENT-EXIT
               VARYING SL-RUN-IDX FROM 1 BY 1
               UNTIL SL-RUN-IDX > SL-RUN-COUNT
           PERFORM JUDGE-NIGHT THRU JUDGE-NIGHT-EXIT
               VARYING SL-NIGHT-SUB FROM 1 BY 1
               UNTIL SL-NIGHT-SUB > SL-NIGHTS-IN-MONTH
           PERFORM LOAD-HISTORY-TABLE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-PROGRAM-LINE THRU WRITE-PROGRAM-LINE-EXIT
               VARYING SL-PGM-IDX FROM 1 BY 1
               UNTIL SL-PGM-IDX > SL-PGM-COUNT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-NIGHT-SECTION
           PERFORM WRITE-COMPARISON-SECTION THRU
                   WRITE-COMPARISON-SECTION-EXIT
           PERFORM SAVE-HISTORY-TABLE THRU SAVE-HISTORY-TABLE-EXIT
           PERFORM WRITE-REPORT-FOOTING
           CLOSE REPORT-FILE
           IF SL-FIGURES-SHORT OR SL-HIST-TRUNCATED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

      * PARM YYYYMM with a real month, or else last calendar month.
       SET-REPORT-MONTH.
           ACCEPT SL-CURRENT-DATE FROM DATE YYYYMMDD
           IF LK-PARM-LENGTH = 6
               AND LK-PARM-DATA(1:6) IS NUMERIC
               MOVE LK-PARM-DATA(1:6) TO SL-PARM-MONTH
           ELSE
               MOVE ZERO TO SL-PARM-MONTH
           END-IF
           IF SL-PARM-MM > ZERO AND SL-PARM-MM < 13
               AND SL-PARM-YYYY > 1600
               MOVE SL-PARM-YYYY TO SL-RM-YYYY
               MOVE SL-PARM-MM TO SL-RM-MM
           ELSE
               IF SL-PARM-MONTH NOT = ZERO
                   DISPLAY 'Month PARM not usable, reporting the '
                       'month before today: ' LK-PARM-DATA(1:6)
               END-IF
               IF SL-CUR-MM = 1
                   COMPUTE SL-RM-YYYY = SL-CUR-YYYY - 1
                   MOVE 12 TO SL-RM-MM
               ELSE
                   MOVE SL-CUR-YYYY TO SL-RM-YYYY
                   COMPUTE SL-RM-MM = SL-CUR-MM - 1
               END-IF
           END-IF
           IF SL-RM-MM = 1
               COMPUTE SL-PM-YYYY = SL-RM-YYYY - 1
               MOVE 12 TO SL-PM-MM
           ELSE
               MOVE SL-RM-YYYY TO SL-PM-YYYY
               COMPUTE SL-PM-MM = SL-RM-MM - 1
           END-IF
           MOVE SL-RM-YYYY TO SL-WD-YYYY
           MOVE SL-RM-MM TO SL-WD-MM
           MOVE 1 TO SL-WD-DD
           COMPUTE SL-MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(SL-WORK-DATE-N)
           IF SL-RM-MM = 12
               COMPUTE SL-WD-YYYY = SL-RM-YYYY + 1
               MOVE 1 TO SL-WD-MM
           ELSE
               COMPUTE SL-WD-MM = SL-RM-MM + 1
           END-IF
           COMPUTE SL-NEXT-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(SL-WORK-DATE-N)
           COMPUTE SL-NIGHTS-IN-MONTH =
               SL-NEXT-FIRST-INT - SL-MONTH-FIRST-INT
           PERFORM CLEAR-NIGHT-ENTRY
               VARYING SL-NIGHT-IDX FROM 1 BY 1
               UNTIL SL-NIGHT-IDX > 31.
       SET-REPORT-MONTH-EXIT.
           EXIT.

       CLEAR-NIGHT-ENTRY.
           MOVE ZERO TO SL-NIGHT-RUNS(SL-NIGHT-IDX)
           MOVE ZERO TO SL-NIGHT-MISSED(SL-NIGHT-IDX)
           MOVE SPACES TO SL-NIGHT-FIRST-PGM(SL-NIGHT-IDX).
       CLEAR-NIGHT-ENTRY-EXIT.
           EXIT.

      * A missing schedule is not an error - no night can miss a
      * deadline nobody set, and the report says none did.
       LOAD-SCHEDULE-TABLE.
           OPEN INPUT SCHEDULE-CONTROL-FILE
           IF SL-SCHED-FILE-STATUS = '00'
               PERFORM READ-SCHEDULE-RECORD
               PERFORM ADD-SCHEDULE-ENTRY THRU ADD-SCHEDULE-ENTRY-EXIT
                   UNTIL SL-END-OF-SCHEDULE
               CLOSE SCHEDULE-CONTROL-FILE
           END-IF.
       LOAD-SCHEDULE-TABLE-EXIT.
           EXIT.

       READ-SCHEDULE-RECORD.
           READ SCHEDULE-CONTROL-FILE
               AT END
                   SET SL-END-OF-SCHEDULE TO TRUE
           END-READ.
       READ-SCHEDULE-RECORD-EXIT.
           EXIT.

       ADD-SCHEDULE-ENTRY.
           IF SCH-PROGRAM-ID = SPACES
               OR SCH-DEADLINE IS NOT NUMERIC
               DISPLAY 'Schedule record skipped (unreadable): '
                   SCHEDULE-REC(1:30)
               GO TO ADD-SCHEDULE-ENTRY-NEXT
           END-IF
           IF SL-SCHED-COUNT < SL-MAX-SCHED-ENTRIES
               ADD 1 TO SL-SCHED-COUNT
               SET SL-SCHED-IDX TO SL-SCHED-COUNT
               MOVE SCH-PROGRAM-ID TO SL-SCHED-PGM-ID(SL-SCHED-IDX)
               MOVE SCH-DEADLINE TO SL-SCHED-DEADLINE(SL-SCHED-IDX)
               PERFORM CLEAR-SCHED-NIGHT
                   VARYING SL-NIGHT-SUB FROM 1 BY 1
                   UNTIL SL-NIGHT-SUB > 31
           ELSE
               SET SL-FIGURES-SHORT TO TRUE
           END-IF.
       ADD-SCHEDULE-ENTRY-NEXT.
           PERFORM READ-SCHEDULE-RECORD.
       ADD-SCHEDULE-ENTRY-EXIT.
           EXIT.

       CLEAR-SCHED-NIGHT.
           MOVE -1 TO SL-SCHED-NIGHT-END(SL-SCHED-IDX, SL-NIGHT-SUB).
       CLEAR-SCHED-NIGHT-EXIT.
           EXIT.

       READ-JOURNAL-RECORD.
           READ RUN-JOURNAL-FILE
               AT END
                   SET SL-END-OF-JOURNAL TO TRUE
           END-READ.
       READ-JOURNAL-RECORD-EXIT.
           EXIT.

      * One journal record. A start timestamp that does not read as
      * a date places the run in no month at all, so the record is
      * only counted as unreadable; an unreadable end stamp still
      * counts the run but not its elapsed time, recovery or night.
       PROCESS-JOURNAL-RECORD.
           ADD 1 TO SL-JOURNAL-READ-COUNT
           MOVE JRN-START-TIMESTAMP TO SL-STAMP-CHECK
           PERFORM COMPUTE-STAMP-SECONDS
           IF SL-STAMP-UNUSABLE
               ADD 1 TO SL-UNREADABLE-COUNT
               GO TO PROCESS-JOURNAL-RECORD-NEXT
           END-IF
           MOVE SL-STAMP-SECS TO SL-START-SECS
           MOVE SL-STAMP-HH TO SL-START-HH
           COMPUTE SL-START-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SL-STAMP-DATE)
           MOVE JRN-END-TIMESTAMP TO SL-STAMP-CHECK
           PERFORM COMPUTE-STAMP-SECONDS
           MOVE SL-STAMP-SECS TO SL-END-SECS
           MOVE JRN-PROGRAM-ID TO SL-LINE-LABEL
           PERFORM FIND-OR-ADD-PROGRAM
           IF SL-PGM-NOT-FOUND
               GO TO PROCESS-JOURNAL-RECORD-NEXT
           END-IF
           IF SL-START-DATE-INT NOT < SL-MONTH-FIRST-INT
               AND SL-START-DATE-INT < SL-NEXT-FIRST-INT
               PERFORM COUNT-MONTH-RUN
           END-IF
           IF SL-STAMP-USABLE
               PERFORM ADD-RUN-ENTRY
               PERFORM NOTE-NIGHT-RUN THRU NOTE-NIGHT-RUN-EXIT
           END-IF.
       PROCESS-JOURNAL-RECORD-NEXT.
           PERFORM READ-JOURNAL-RECORD.
       PROCESS-JOURNAL-RECORD-EXIT.
           EXIT.

      * Seconds for the stamp in SL-STAMP-CHECK, with SL-STAMP-SWITCH
      * saying whether it could be read.
       COMPUTE-STAMP-SECONDS.
           IF SL-STAMP-DATE IS NUMERIC AND SL-STAMP-HH IS NUMERIC
               AND SL-STAMP-MM IS NUMERIC AND SL-STAMP-SS IS NUMERIC
               AND SL-STAMP-DATE > 16010101
               SET SL-STAMP-USABLE TO TRUE
               COMPUTE SL-STAMP-SECS =
                   FUNCTION INTEGER-OF-DATE(SL-STAMP-DATE) * 86400
                       + SL-STAMP-HH * 3600 + SL-STAMP-MM * 60
                       + SL-STAMP-SS
           ELSE
               SET SL-STAMP-UNUSABLE TO TRUE
               MOVE -1 TO SL-STAMP-SECS
           END-IF.
       COMPUTE-STAMP-SECONDS-EXIT.
           EXIT.

       COUNT-MONTH-RUN.
           ADD 1 TO SL-PGM-RUNS(SL-FOUND-IDX)
           ADD 1 TO SL-TOT-RUNS
           IF JRN-END-FLAG = 'A'
               ADD 1 TO SL-PGM-ABENDS(SL-FOUND-IDX)
               ADD 1 TO SL-TOT-ABENDS
           END-IF
           IF SL-STAMP-USABLE
               COMPUTE SL-ELAPSED-SECS = SL-END-SECS - SL-START-SECS
               IF SL-ELAPSED-SECS NOT < ZERO
                   ADD 1 TO SL-PGM-TIMED-RUNS(SL-FOUND-IDX)
                   ADD 1 TO SL-TOT-TIMED-RUNS
                   ADD SL-ELAPSED-SECS
                       TO SL-PGM-ELAPSED-SECS(SL-FOUND-IDX)
                   ADD SL-ELAPSED-SECS TO SL-TOT-ELAPSED-SECS
                   IF SL-ELAPSED-SECS
                           > SL-PGM-WORST-SECS(SL-FOUND-IDX)
                       MOVE SL-ELAPSED-SECS
                           TO SL-PGM-WORST-SECS(SL-FOUND-IDX)
                   END-IF
                   IF SL-ELAPSED-SECS > SL-TOT-WORST-SECS
                       MOVE SL-ELAPSED-SECS TO SL-TOT-WORST-SECS
                   END-IF
               END-IF
           END-IF.
       COUNT-MONTH-RUN-EXIT.
           EXIT.

       ADD-RUN-ENTRY.
           IF SL-RUN-COUNT < SL-MAX-RUN-ENTRIES
               ADD 1 TO SL-RUN-COUNT
               SET SL-RUN-IDX TO SL-RUN-COUNT
               MOVE SL-FOUND-IDX TO SL-RUN-PGM-SUB(SL-RUN-IDX)
               MOVE SL-START-SECS TO SL-RUN-START-SECS(SL-RUN-IDX)
               MOVE SL-END-SECS TO SL-RUN-END-SECS(SL-RUN-IDX)
               MOVE JRN-END-FLAG TO SL-RUN-END-FLAG(SL-RUN-IDX)
               IF SL-START-DATE-INT NOT < SL-MONTH-FIRST-INT
                   AND SL-START-DATE-INT < SL-NEXT-FIRST-INT
                   MOVE 'Y' TO SL-RUN-IN-MONTH(SL-RUN-IDX)
               ELSE
                   MOVE 'N' TO SL-RUN-IN-MONTH(SL-RUN-IDX)
               END-IF
           ELSE
               SET SL-FIGURES-SHORT TO TRUE
           END-IF.
       ADD-RUN-ENTRY-EXIT.
           EXIT.

      * The night the run belongs to, and for a scheduled program its
      * latest end that night.
       NOTE-NIGHT-RUN.
           IF SL-START-HH < 12
               COMPUTE SL-NIGHT-INT = SL-START-DATE-INT - 1
           ELSE
               MOVE SL-START-DATE-INT TO SL-NIGHT-INT
           END-IF
           IF SL-NIGHT-INT < SL-MONTH-FIRST-INT
               OR SL-NIGHT-INT NOT < SL-NEXT-FIRST-INT
               GO TO NOTE-NIGHT-RUN-EXIT
           END-IF
           COMPUTE SL-NIGHT-SUB = SL-NIGHT-INT - SL-MONTH-FIRST-INT + 1
           SET SL-NIGHT-IDX TO SL-NIGHT-SUB
           ADD 1 TO SL-NIGHT-RUNS(SL-NIGHT-IDX)
           SET SL-SCHED-IDX TO 1
           SEARCH SL-SCHED-ENTRY
               WHEN SL-SCHED-IDX > SL-SCHED-COUNT
                   CONTINUE
               WHEN SL-SCHED-PGM-ID(SL-SCHED-IDX) = JRN-PROGRAM-ID
                   IF SL-END-SECS >
                       SL-SCHED-NIGHT-END(SL-SCHED-IDX, SL-NIGHT-SUB)
                       MOVE SL-END-SECS TO
                       SL-SCHED-NIGHT-END(SL-SCHED-IDX, SL-NIGHT-SUB)
                   END-IF
           END-SEARCH.
       NOTE-NIGHT-RUN-EXIT.
           EXIT.

      * Program entry for the id in SL-LINE-LABEL, added with zero
      * figures if new. A full table leaves SL-PGM-NOT-FOUND.
       FIND-OR-ADD-PROGRAM.
           SET SL-PGM-NOT-FOUND TO TRUE
           SET SL-PGM-IDX TO 1
           SEARCH SL-PGM-ENTRY
               WHEN SL-PGM-IDX > SL-PGM-COUNT
                   CONTINUE
               WHEN SL-PGM-ID(SL-PGM-IDX) = SL-LINE-LABEL
                   SET SL-PGM-FOUND TO TRUE
                   SET SL-FOUND-IDX TO SL-PGM-IDX
           END-SEARCH
           IF SL-PGM-NOT-FOUND
               IF SL-PGM-COUNT < SL-MAX-PGM-ENTRIES
                   ADD 1 TO SL-PGM-COUNT
                   SET SL-PGM-IDX TO SL-PGM-COUNT
                   MOVE SL-LINE-LABEL TO SL-PGM-ID(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-RUNS(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-ABENDS(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-TIMED-RUNS(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-ELAPSED-SECS(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-WORST-SECS(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-INCIDENTS(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-RECOVERED(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-RECOVER-SECS(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-OPEN(SL-PGM-IDX)
                   MOVE ZERO TO SL-PGM-CRIT(SL-PGM-IDX)
                   SET SL-PGM-FOUND TO TRUE
                   MOVE SL-PGM-COUNT TO SL-FOUND-IDX
               ELSE
                   SET SL-FIGURES-SHORT TO TRUE
               END-IF
           END-IF.
       FIND-OR-ADD-PROGRAM-EXIT.
           EXIT.

       READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   SET SL-END-OF-ALERTS TO TRUE
           END-READ.
       READ-ALERT-RECORD-EXIT.
           EXIT.

      * A CRIT alert stamped inside the month, charged to its program.
       PROCESS-ALERT-RECORD.
           ADD 1 TO SL-ALERT-READ-COUNT
           IF ALT-SEVERITY NOT = 'CRIT'
               OR ALT-TIMESTAMP(1:6) NOT = SL-REPORT-MONTH
               GO TO PROCESS-ALERT-RECORD-NEXT
           END-IF
           ADD 1 TO SL-TOT-CRIT
           MOVE ALT-PROGRAM-ID TO SL-LINE-LABEL
           PERFORM FIND-OR-ADD-PROGRAM
           IF SL-PGM-FOUND
               ADD 1 TO SL-PGM-CRIT(SL-FOUND-IDX)
           END-IF.
       PROCESS-ALERT-RECORD-NEXT.
           PERFORM READ-ALERT-RECORD.
       PROCESS-ALERT-RECORD-EXIT.
           EXIT.

      * One run from the run table. Only an abend inside the month
      * whose previous run of the program was clean (or absent)
      * opens an incident; the recovery is the earliest clean run
      * that started after it.
       TALLY-INCIDENT.
           IF NOT SL-RUN-ABENDED(SL-RUN-IDX)
               OR NOT SL-RUN-IS-IN-MONTH(SL-RUN-IDX)
               GO TO TALLY-INCIDENT-EXIT
           END-IF
           MOVE ZERO TO SL-PREV-SUB
           MOVE ZERO TO SL-CLEAN-SUB
           PERFORM SCAN-NEIGHBOUR-RUN THRU SCAN-NEIGHBOUR-RUN-EXIT
               VARYING SL-SCAN-IDX FROM 1 BY 1
               UNTIL SL-SCAN-IDX > SL-RUN-COUNT
           IF SL-PREV-SUB > ZERO
               SET SL-SCAN-IDX TO SL-PREV-SUB
               IF SL-RUN-ABENDED(SL-SCAN-IDX)
                   GO TO TALLY-INCIDENT-EXIT
               END-IF
           END-IF
           MOVE SL-RUN-PGM-SUB(SL-RUN-IDX) TO SL-FOUND-IDX
           ADD 1 TO SL-PGM-INCIDENTS(SL-FOUND-IDX)
           ADD 1 TO SL-TOT-INCIDENTS
           IF SL-CLEAN-SUB = ZERO
               ADD 1 TO SL-PGM-OPEN(SL-FOUND-IDX)
               ADD 1 TO SL-TOT-OPEN
           ELSE
               SET SL-SCAN-IDX TO SL-CLEAN-SUB
               COMPUTE SL-RECOVER-SECS =
                   SL-RUN-END-SECS(SL-SCAN-IDX)
                       - SL-RUN-END-SECS(SL-RUN-IDX)
               IF SL-RECOVER-SECS < ZERO
                   MOVE ZERO TO SL-RECOVER-SECS
               END-IF
               ADD 1 TO SL-PGM-RECOVERED(SL-FOUND-IDX)
               ADD 1 TO SL-TOT-RECOVERED
               ADD SL-RECOVER-SECS
                   TO SL-PGM-RECOVER-SECS(SL-FOUND-IDX)
               ADD SL-RECOVER-SECS TO SL-TOT-RECOVER-SECS
           END-IF.
       TALLY-INCIDENT-EXIT.
           EXIT.

      * The program's run just before the abend (latest start before
      * it) and its first clean run after it (earliest start after).
       SCAN-NEIGHBOUR-RUN.
           IF SL-RUN-PGM-SUB(SL-SCAN-IDX)
                   NOT = SL-RUN-PGM-SUB(SL-RUN-IDX)
               OR SL-SCAN-IDX = SL-RUN-IDX
               GO TO SCAN-NEIGHBOUR-RUN-EXIT
           END-IF
           IF SL-RUN-START-SECS(SL-SCAN-IDX)
                   < SL-RUN-START-SECS(SL-RUN-IDX)
               IF SL-PREV-SUB = ZERO
                   OR SL-RUN-START-SECS(SL-SCAN-IDX) > SL-PREV-START
                   SET SL-PREV-SUB TO SL-SCAN-IDX
                   MOVE SL-RUN-START-SECS(SL-SCAN-IDX)
                       TO SL-PREV-START
               END-IF
           ELSE
               IF SL-RUN-CLEAN(SL-SCAN-IDX)
                   AND (SL-CLEAN-SUB = ZERO
                   OR SL-RUN-START-SECS(SL-SCAN-IDX) < SL-CLEAN-START)
                   SET SL-CLEAN-SUB TO SL-SCAN-IDX
                   MOVE SL-RUN-START-SECS(SL-SCAN-IDX)
                       TO SL-CLEAN-START
               END-IF
           END-IF.
       SCAN-NEIGHBOUR-RUN-EXIT.
           EXIT.

      * A night with any run counts toward the month; it missed its
      * deadlines when any scheduled program's last end that night
      * is past its deadline.
       JUDGE-NIGHT.
           SET SL-NIGHT-IDX TO SL-NIGHT-SUB
           IF SL-NIGHT-RUNS(SL-NIGHT-IDX) = ZERO
               GO TO JUDGE-NIGHT-EXIT
           END-IF
           ADD 1 TO SL-ACTIVE-NIGHTS
           COMPUTE SL-NIGHT-INT = SL-MONTH-FIRST-INT + SL-NIGHT-SUB - 1
           PERFORM JUDGE-NIGHT-DEADLINE THRU JUDGE-NIGHT-DEADLINE-EXIT
               VARYING SL-SCHED-IDX FROM 1 BY 1
               UNTIL SL-SCHED-IDX > SL-SCHED-COUNT
           IF SL-NIGHT-MISSED(SL-NIGHT-IDX) > ZERO
               ADD 1 TO SL-MISSED-NIGHTS
           END-IF.
       JUDGE-NIGHT-EXIT.
           EXIT.

       JUDGE-NIGHT-DEADLINE.
           IF SL-SCHED-NIGHT-END(SL-SCHED-IDX, SL-NIGHT-SUB) < ZERO
               GO TO JUDGE-NIGHT-DEADLINE-EXIT
           END-IF
           MOVE SL-SCHED-DEADLINE(SL-SCHED-IDX) TO SL-DEADLINE-TIME
           IF SL-DL-HH < 12
               COMPUTE SL-DEADLINE-SECS = (SL-NIGHT-INT + 1) * 86400
                   + SL-DL-HH * 3600 + SL-DL-MM * 60 + SL-DL-SS
           ELSE
               COMPUTE SL-DEADLINE-SECS = SL-NIGHT-INT * 86400
                   + SL-DL-HH * 3600 + SL-DL-MM * 60 + SL-DL-SS
           END-IF
           IF SL-SCHED-NIGHT-END(SL-SCHED-IDX, SL-NIGHT-SUB)
                   > SL-DEADLINE-SECS
               ADD 1 TO SL-NIGHT-MISSED(SL-NIGHT-IDX)
               IF SL-NIGHT-FIRST-PGM(SL-NIGHT-IDX) = SPACES
                   MOVE SL-SCHED-PGM-ID(SL-SCHED-IDX)
                       TO SL-NIGHT-FIRST-PGM(SL-NIGHT-IDX)
               END-IF
           END-IF.
       JUDGE-NIGHT-DEADLINE-EXIT.
           EXIT.

      * A missing history is not an error - the first month reported
      * simply has nothing to compare against. The prior month's
      * record is picked out on the way in.
       LOAD-HISTORY-TABLE.
           SET SL-PRIOR-NOT-FOUND TO TRUE
           OPEN INPUT SERVICE-HISTORY-FILE
           IF SL-HIST-FILE-STATUS = '00'
               PERFORM READ-HISTORY-RECORD
               PERFORM ADD-HISTORY-ENTRY THRU ADD-HISTORY-ENTRY-EXIT
                   UNTIL SL-END-OF-HISTORY
               CLOSE SERVICE-HISTORY-FILE
           END-IF.
       LOAD-HISTORY-TABLE-EXIT.
           EXIT.

       READ-HISTORY-RECORD.
           READ SERVICE-HISTORY-FILE
               AT END
                   SET SL-END-OF-HISTORY TO TRUE
           END-READ.
       READ-HISTORY-RECORD-EXIT.
           EXIT.

      * This month's own record is left out - it is written fresh
      * from this run's figures.
       ADD-HISTORY-ENTRY.
           IF SLH-MONTH IS NOT NUMERIC
               OR SLH-MONTH = SL-REPORT-MONTH-N
               GO TO ADD-HISTORY-ENTRY-NEXT
           END-IF
           IF SLH-MONTH = SL-PRIOR-MONTH-N
               SET SL-PRIOR-FOUND TO TRUE
               MOVE SERVICE-HISTORY-REC TO SL-PRIOR-IMAGE
           END-IF
           IF SL-HIST-COUNT < SL-MAX-HIST-ENTRIES
               ADD 1 TO SL-HIST-COUNT
               SET SL-HIST-IDX TO SL-HIST-COUNT
               MOVE SERVICE-HISTORY-REC TO SL-HIST-IMAGE(SL-HIST-IDX)
           ELSE
               SET SL-HIST-TRUNCATED TO TRUE
           END-IF.
       ADD-HISTORY-ENTRY-NEXT.
           PERFORM READ-HISTORY-RECORD.
       ADD-HISTORY-ENTRY-EXIT.
           EXIT.

      * The older months go back out as they came in, then this
      * month's record. A history longer than the table is left as
      * it was rather than lose its tail.
       SAVE-HISTORY-TABLE.
           IF SL-HIST-TRUNCATED
               DISPLAY 'Service-level history not rewritten - it '
                   'holds more months than the table'
               GO TO SAVE-HISTORY-TABLE-EXIT
           END-IF
           OPEN OUTPUT SERVICE-HISTORY-FILE
           IF SL-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'Service-level history not written. Status: '
                   SL-HIST-FILE-STATUS
               SET SL-HIST-TRUNCATED TO TRUE
               GO TO SAVE-HISTORY-TABLE-EXIT
           END-IF
           PERFORM WRITE-HISTORY-RECORD
               VARYING SL-HIST-OUT-IDX FROM 1 BY 1
               UNTIL SL-HIST-OUT-IDX > SL-HIST-COUNT
           MOVE SPACES TO SERVICE-HISTORY-REC
           MOVE SL-REPORT-MONTH-N TO SLH-MONTH
           MOVE SL-TOT-RUNS TO SLH-RUNS
           MOVE SL-TOT-ABENDS TO SLH-ABENDS
           MOVE SL-TOT-TIMED-RUNS TO SLH-TIMED-RUNS
           MOVE SL-TOT-ELAPSED-SECS TO SLH-ELAPSED-SECS
           MOVE SL-TOT-RECOVERED TO SLH-RECOVERED
           MOVE SL-TOT-RECOVER-SECS TO SLH-RECOVER-SECS
           MOVE SL-TOT-CRIT TO SLH-CRIT-COUNT
           MOVE SL-MISSED-NIGHTS TO SLH-MISSED-NIGHTS
           MOVE SL-ACTIVE-NIGHTS TO SLH-ACTIVE-NIGHTS
           WRITE SERVICE-HISTORY-REC
           CLOSE SERVICE-HISTORY-FILE.
       SAVE-HISTORY-TABLE-EXIT.
           EXIT.

       WRITE-HISTORY-RECORD.
           MOVE SL-HIST-IMAGE(SL-HIST-OUT-IDX) TO SERVICE-HISTORY-REC
           WRITE SERVICE-HISTORY-REC.
       WRITE-HISTORY-RECORD-EXIT.
           EXIT.

      * Rates for the figures loaded into SL-LINE-xxx. A program
      * with no timed run, or no recovered incident, shows '-'
      * rather than a zero that would read as "instant".
       BUILD-RATES.
           IF SL-LINE-RUNS > ZERO
               COMPUTE SL-ABEND-PCT ROUNDED =
                   SL-LINE-ABENDS * 100 / SL-LINE-RUNS
           ELSE
               MOVE ZERO TO SL-ABEND-PCT
           END-IF
           MOVE SL-ABEND-PCT TO SL-PCT-DISP
           IF SL-LINE-TIMED-RUNS > ZERO
               COMPUTE SL-AVG-SECS ROUNDED =
                   SL-LINE-ELAPSED-SECS / SL-LINE-TIMED-RUNS
               MOVE SL-AVG-SECS TO SL-AVG-DISP
               MOVE SL-AVG-DISP TO SL-AVG-TEXT
           ELSE
               MOVE '      -' TO SL-AVG-TEXT
           END-IF
           IF SL-LINE-RECOVERED > ZERO
               COMPUTE SL-MTTR-MINS ROUNDED =
                   SL-LINE-RECOVER-SECS / SL-LINE-RECOVERED / 60
               MOVE SL-MTTR-MINS TO SL-MTTR-DISP
               MOVE SL-MTTR-DISP TO SL-MTTR-TEXT
           ELSE
               MOVE '      -' TO SL-MTTR-TEXT
           END-IF
           MOVE SL-LINE-RUNS TO SL-RUNS-DISP
           MOVE SL-LINE-ABENDS TO SL-ABENDS-DISP
           MOVE SL-LINE-CRIT TO SL-CRIT-DISP.
       BUILD-RATES-EXIT.
           EXIT.

       WRITE-PROGRAM-LINE.
           MOVE SL-PGM-ID(SL-PGM-IDX) TO SL-LINE-LABEL
           MOVE SL-PGM-RUNS(SL-PGM-IDX) TO SL-LINE-RUNS
           MOVE SL-PGM-ABENDS(SL-PGM-IDX) TO SL-LINE-ABENDS
           MOVE SL-PGM-TIMED-RUNS(SL-PGM-IDX) TO SL-LINE-TIMED-RUNS
           MOVE SL-PGM-ELAPSED-SECS(SL-PGM-IDX)
               TO SL-LINE-ELAPSED-SECS
           MOVE SL-PGM-WORST-SECS(SL-PGM-IDX) TO SL-LINE-WORST-SECS
           MOVE SL-PGM-INCIDENTS(SL-PGM-IDX) TO SL-LINE-INCIDENTS
           MOVE SL-PGM-RECOVERED(SL-PGM-IDX) TO SL-LINE-RECOVERED
           MOVE SL-PGM-RECOVER-SECS(SL-PGM-IDX)
               TO SL-LINE-RECOVER-SECS
           MOVE SL-PGM-OPEN(SL-PGM-IDX) TO SL-LINE-OPEN
           MOVE SL-PGM-CRIT(SL-PGM-IDX) TO SL-LINE-CRIT
           PERFORM WRITE-FIGURE-LINE.
       WRITE-PROGRAM-LINE-EXIT.
           EXIT.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'TOTAL   ' TO SL-LINE-LABEL
           MOVE SL-TOT-RUNS TO SL-LINE-RUNS
           MOVE SL-TOT-ABENDS TO SL-LINE-ABENDS
           MOVE SL-TOT-TIMED-RUNS TO SL-LINE-TIMED-RUNS
           MOVE SL-TOT-ELAPSED-SECS TO SL-LINE-ELAPSED-SECS
           MOVE SL-TOT-WORST-SECS TO SL-LINE-WORST-SECS
           MOVE SL-TOT-INCIDENTS TO SL-LINE-INCIDENTS
           MOVE SL-TOT-RECOVERED TO SL-LINE-RECOVERED
           MOVE SL-TOT-RECOVER-SECS TO SL-LINE-RECOVER-SECS
           MOVE SL-TOT-OPEN TO SL-LINE-OPEN
           MOVE SL-TOT-CRIT TO SL-LINE-CRIT
           PERFORM WRITE-FIGURE-LINE
           MOVE SL-TOT-CRIT TO SL-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SL-COUNT-DISP DELIMITED BY SIZE
                   ' CRIT ALERTS IN THE MONTH' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-FIGURE-LINE.
           PERFORM BUILD-RATES
           MOVE SL-LINE-WORST-SECS TO SL-WORST-DISP
           MOVE SL-LINE-INCIDENTS TO SL-INCIDENT-DISP
           MOVE SL-LINE-OPEN TO SL-OPEN-DISP
           MOVE SPACES TO RPT-REC
           STRING SL-LINE-LABEL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-RUNS-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-ABENDS-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-PCT-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-AVG-TEXT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-WORST-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-INCIDENT-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-MTTR-TEXT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-OPEN-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-CRIT-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-FIGURE-LINE-EXIT.
           EXIT.

       WRITE-NIGHT-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SL-MISSED-NIGHTS TO SL-NIGHTS-DISP
           MOVE SL-ACTIVE-NIGHTS TO SL-ACTIVE-DISP
           MOVE SPACES TO RPT-REC
           STRING SL-NIGHTS-DISP DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   SL-ACTIVE-DISP DELIMITED BY SIZE
                   ' NIGHTS MISSED A SCHEDCTL DEADLINE'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           PERFORM WRITE-MISSED-NIGHT-LINE THRU
                   WRITE-MISSED-NIGHT-LINE-EXIT
               VARYING SL-NIGHT-SUB FROM 1 BY 1
               UNTIL SL-NIGHT-SUB > SL-NIGHTS-IN-MONTH.
       WRITE-NIGHT-SECTION-EXIT.
           EXIT.

       WRITE-MISSED-NIGHT-LINE.
           SET SL-NIGHT-IDX TO SL-NIGHT-SUB
           IF SL-NIGHT-MISSED(SL-NIGHT-IDX) = ZERO
               GO TO WRITE-MISSED-NIGHT-LINE-EXIT
           END-IF
           MOVE SL-RM-YYYY TO SL-WD-YYYY
           MOVE SL-RM-MM TO SL-WD-MM
           MOVE SL-NIGHT-SUB TO SL-WD-DD
           MOVE SL-WORK-DATE-N TO SL-DATE-DISP
           MOVE SL-NIGHT-MISSED(SL-NIGHT-IDX) TO SL-INCIDENT-DISP
           MOVE SPACES TO RPT-REC
           STRING '  NIGHT OF ' DELIMITED BY SIZE
                   SL-DATE-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-INCIDENT-DISP DELIMITED BY SIZE
                   ' PAST DEADLINE, FIRST ' DELIMITED BY SIZE
                   SL-NIGHT-FIRST-PGM(SL-NIGHT-IDX) DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-MISSED-NIGHT-LINE-EXIT.
           EXIT.

      * This month against the prior month, on the month totals.
       WRITE-COMPARISON-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'MONTH OVER MONTH' TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING SL-HEADING-3A DELIMITED BY SIZE
                   SL-HEADING-3B DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO SL-LINE-LABEL
           MOVE SL-REPORT-MONTH TO SL-LINE-LABEL
           MOVE SL-TOT-RUNS TO SL-LINE-RUNS
           MOVE SL-TOT-ABENDS TO SL-LINE-ABENDS
           MOVE SL-TOT-TIMED-RUNS TO SL-LINE-TIMED-RUNS
           MOVE SL-TOT-ELAPSED-SECS TO SL-LINE-ELAPSED-SECS
           MOVE SL-TOT-RECOVERED TO SL-LINE-RECOVERED
           MOVE SL-TOT-RECOVER-SECS TO SL-LINE-RECOVER-SECS
           MOVE SL-TOT-CRIT TO SL-LINE-CRIT
           MOVE SL-MISSED-NIGHTS TO SL-LINE-MISSED-NIGHTS
           MOVE SL-ACTIVE-NIGHTS TO SL-LINE-ACTIVE-NIGHTS
           PERFORM WRITE-MONTH-LINE
           IF SL-PRIOR-NOT-FOUND
               MOVE SPACES TO RPT-REC
               STRING SL-PRIOR-MONTH DELIMITED BY SIZE
                       '   NO FIGURES KEPT FOR THIS MONTH'
                           DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               GO TO WRITE-COMPARISON-SECTION-EXIT
           END-IF
           MOVE SL-PRIOR-IMAGE TO SERVICE-HISTORY-REC
           MOVE SPACES TO SL-LINE-LABEL
           MOVE SL-PRIOR-MONTH TO SL-LINE-LABEL
           MOVE SLH-RUNS TO SL-LINE-RUNS
           MOVE SLH-ABENDS TO SL-LINE-ABENDS
           MOVE SLH-TIMED-RUNS TO SL-LINE-TIMED-RUNS
           MOVE SLH-ELAPSED-SECS TO SL-LINE-ELAPSED-SECS
           MOVE SLH-RECOVERED TO SL-LINE-RECOVERED
           MOVE SLH-RECOVER-SECS TO SL-LINE-RECOVER-SECS
           MOVE SLH-CRIT-COUNT TO SL-LINE-CRIT
           MOVE SLH-MISSED-NIGHTS TO SL-LINE-MISSED-NIGHTS
           MOVE SLH-ACTIVE-NIGHTS TO SL-LINE-ACTIVE-NIGHTS
           PERFORM WRITE-MONTH-LINE.
       WRITE-COMPARISON-SECTION-EXIT.
           EXIT.

       WRITE-MONTH-LINE.
           PERFORM BUILD-RATES
           MOVE SL-LINE-MISSED-NIGHTS TO SL-NIGHTS-DISP
           MOVE SL-LINE-ACTIVE-NIGHTS TO SL-ACTIVE-DISP
           MOVE SPACES TO RPT-REC
           STRING SL-LINE-LABEL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-RUNS-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-ABENDS-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SL-PCT-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-AVG-TEXT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-MTTR-TEXT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-CRIT-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   SL-NIGHTS-DISP DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   SL-ACTIVE-DISP DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-MONTH-LINE-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING SL-HEADING-1 DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   SL-REPORT-MONTH DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING SL-HEADING-2A DELIMITED BY SIZE
                   SL-HEADING-2B DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

       WRITE-REPORT-FOOTING.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SL-JOURNAL-READ-COUNT TO SL-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SL-COUNT-DISP DELIMITED BY SIZE
                   ' JOURNAL RECORDS READ' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF SL-UNREADABLE-COUNT > ZERO
               MOVE SL-UNREADABLE-COUNT TO SL-COUNT-DISP
               MOVE SPACES TO RPT-REC
               STRING SL-COUNT-DISP DELIMITED BY SIZE
                       ' SKIPPED - START TIMESTAMP UNREADABLE'
                           DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           MOVE SL-ALERT-READ-COUNT TO SL-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SL-COUNT-DISP DELIMITED BY SIZE
                   ' ALERT RECORDS READ' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF SL-FIGURES-SHORT
               MOVE SPACES TO RPT-REC
               MOVE 'A TABLE FILLED - SOME FIGURES ARE SHORT'
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           IF SL-HIST-TRUNCATED
               MOVE SPACES TO RPT-REC
               MOVE 'SERVICE-LEVEL HISTORY NOT REWRITTEN' TO RPT-REC
               WRITE RPT-REC
           END-IF.
       WRITE-REPORT-FOOTING-EXIT.
           EXIT.
