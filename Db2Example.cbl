           SELECT MAINT-STMT-FILE ASSIGN TO MNTSTMTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB2X-MNT-FILE-STATUS.
           SELECT REHEARSAL-REPORT-FILE ASSIGN TO REHRSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB2X-REHEARSAL-FILE-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO BIMAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DB2X-BIM-FILE-STATUS.
           SELECT SCHEDULE-CONTROL-FILE ASSIGN TO SCHEDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XG-SCHED-FILE-STATUS.
           SELECT PRED-JOURNAL-FILE ASSIGN TO PREDJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XG-PJN-FILE-STATUS.
           SELECT PRED-OVERRIDE-FILE ASSIGN TO PREDOVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XG-POV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY XRNJFD.
       COPY XALTFD.
       COPY XSEVFD.
       COPY XBIMFD.
       COPY XSCHFD.
       COPY XPJNFD.
       COPY XPOVFD.

      * Statement registry: one record per statement in the cycle's
      * check sequence, kept by operations as a plain file edit. The
      * count, and refuses to commit when that count exceeds
      * SREG-GUARD-ROWS (zero means no guard). Blank or 'S' is the
      * original read-only probe.
      * SREG-CRITICALITY 'O' makes the entry optional: an SQL failure
      * in it is rolled back, audited, alerted at WARN and counted,
      * and the run goes on to the next entry, ending RC 8 rather
      * than abending at RC 12. Blank or 'C' is critical - the only
      * behavior before the code existed - and any other value is
      * named in the job log and run as critical.
       FD  STMT-REGISTRY-FILE
           RECORDING MODE IS F.
       01  SREG-REC.
           05  SREG-FREQ-CODE          PIC X(02).
           05  SREG-ENTRY-TYPE         PIC X(01).
           05  SREG-GUARD-ROWS         PIC 9(07).
           05  SREG-CRITICALITY        PIC X(01).
           05  FILLER                  PIC X(06).

      * Maintenance statement texts, one or more cards per
      * statement id: the id in columns 1-30 and the text from
           05  CAL-QUARTER-END         PIC X(01).
           05  FILLER                  PIC X(69).

      * Rehearsal report: one line per maintenance entry rehearsed.
      * Only opened on a rehearsal run, so the production JCL needs
      * no REHRSRPT DD.
       FD  REHEARSAL-REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY XSQLWS.
       01  DB2X-RESTART-FILE-STATUS    PIC X(02) VALUE '00'.
       01  DB2X-LAST-STMT-NBR          PIC 9(02) VALUE ZERO.
       COPY XDYNWS.
       COPY XGATEWS.

       01  DB2X-REGISTRY-FILE-STATUS   PIC X(02) VALUE '00'.
       01  DB2X-REGISTRY-EOF-SWITCH    PIC X(01) VALUE 'N'.
               10  DB2X-REG-ENTRY-TYPE     PIC X(01).
                   88  DB2X-REG-IS-MAINT       VALUE 'M'.
               10  DB2X-REG-GUARD-ROWS     PIC 9(07).
               10  DB2X-REG-CRITICALITY    PIC X(01).
                   88  DB2X-REG-IS-CRITICAL    VALUE 'C'.
                   88  DB2X-REG-IS-OPTIONAL    VALUE 'O'.

      * The maintenance statement texts keyed by statement id,
      * loaded whole from MNTSTMTS. Ten statements of up to 500
       01  DB2X-RUN-TODAY-SWITCH       PIC X(01) VALUE 'Y'.
           88  DB2X-ENTRY-RUNS-TODAY       VALUE 'Y'.
           88  DB2X-ENTRY-SKIPS-TODAY      VALUE 'N'.

      * Rehearsal mode, asked for with a PARM of REHEARSE (or
      * REHEARSE,<table> to keep a default table name as well). Every
      * 'M' registry entry runs its MNTSTMTS statement exactly as the
      * window would, whatever its frequency code and whatever the
      * restart checkpoint says, and is then rolled back - nothing a
      * rehearsal does is ever committed, and RESTARTF is neither
      * honored nor rewritten. The read-only probes are not run. The
      * affected-row count is set against SREG-GUARD-ROWS on the
      * rehearsal report (REHRSRPT) instead of tripping the guard, so
      * a prune that would abend at 2 AM shows up the afternoon
      * before. A rehearsal trails, alerts and journals under its own
      * program id, DB2EXRHS, so nothing downstream mistakes it for
      * the night's real run; it ends RC 8 when any entry would have
      * tripped its guard.
       01  DB2X-RUN-MODE-SWITCH        PIC X(01) VALUE 'P'.
           88  DB2X-PRODUCTION-RUN         VALUE 'P'.
           88  DB2X-REHEARSAL-RUN          VALUE 'R'.
       01  DB2X-REHEARSAL-FILE-STATUS  PIC X(02) VALUE '00'.
       01  DB2X-TABLE-PARM-LENGTH      PIC S9(04) COMP VALUE ZERO.
       01  DB2X-WOULD-TRIP-SWITCH      PIC X(01) VALUE 'N'.
           88  DB2X-GUARD-WOULD-TRIP       VALUE 'Y'.
           88  DB2X-GUARD-WOULD-HOLD       VALUE 'N'.
       01  DB2X-ENTRY-ROWS             PIC S9(09) COMP VALUE ZERO.
       01  DB2X-REHEARSE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  DB2X-WOULD-TRIP-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  DB2X-REHEARSE-VERDICT       PIC X(20).
       01  DB2X-COUNT-DISP             PIC ZZZ9.
       01  DB2X-REHEARSAL-HEADING-1    PIC X(58) VALUE
           'MAINTENANCE REHEARSAL - EVERY CHANGE ROLLED BACK'.
       01  DB2X-REHEARSAL-HEADING-2A   PIC X(36) VALUE
           'SQ STATEMENT-ID                   FQ'.
       01  DB2X-REHEARSAL-HEADING-2B   PIC X(33) VALUE
           '        ROWS       GUARD  VERDICT'.

      * Before-image capture (XBIMFD). Ahead of each 'M' entry's
      * EXECUTE the statement text is taken apart at its top-level
      * FROM (DELETE) or SET (UPDATE) and WHERE - outside quotes and
      * parentheses, so a subquery's own WHERE is never mistaken for
      * the statement's - and SELECT * over the same FROM and WHERE,
      * WITH RR, reads and locks the rows about to change. A
      * statement that is neither an UPDATE nor a DELETE has no prior
      * rows to keep and runs uncaptured. An UPDATE or DELETE whose
      * rows cannot be kept (no BIMAGE DD, a shape the parse cannot
      * place, more than 20 columns, a column type the before-image
      * cannot hold exactly, or a row lost to a FETCH warning) is
      * skipped at RC 8 the same way an entry with no MNTSTMTS text
      * is, and so is one whose EXECUTE changes a different number
      * of rows from the number kept: a prune with no way back does
      * not run.
       01  DB2X-BIM-FILE-STATUS        PIC X(02) VALUE '00'.
       01  DB2X-BIM-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88  DB2X-BIM-FILE-OPEN          VALUE 'Y'.
           88  DB2X-BIM-FILE-CLOSED        VALUE 'N'.
       01  DB2X-BIM-CAPTURE-SWITCH     PIC X(01) VALUE 'N'.
           88  DB2X-BIM-CAPTURED           VALUE 'Y'.
           88  DB2X-BIM-NOT-CAPTURED       VALUE 'N'.
       01  DB2X-BIM-REFUSED-SWITCH     PIC X(01) VALUE 'N'.
           88  DB2X-BIM-REFUSED            VALUE 'Y'.
           88  DB2X-BIM-ALLOWED            VALUE 'N'.
      * Set by DB2X-57-FETCH-ROW when a FETCH comes back on anything
      * but a clean zero or +100: the row it skipped is not in the
      * set, so the set cannot be trusted for a restore.
       01  DB2X-BIM-FETCH-SWITCH       PIC X(01) VALUE 'N'.
           88  DB2X-BIM-ROW-LOST           VALUE 'Y'.
           88  DB2X-BIM-ROWS-KEPT          VALUE 'N'.
      * Set by DB2X-20-RUN-MAINTENANCE when it gives up on an entry
      * without running it (no MNTSTMTS text, before-image refused
      * or not matching the rows changed): the entry is neither
      * committed, counted nor checkpointed.
       01  DB2X-ENTRY-SKIP-SWITCH      PIC X(01) VALUE 'N'.
           88  DB2X-ENTRY-WAS-SKIPPED      VALUE 'Y'.
           88  DB2X-ENTRY-NOT-SKIPPED      VALUE 'N'.
       01  DB2X-BIM-QUOTE-SWITCH       PIC X(01) VALUE 'N'.
           88  DB2X-BIM-IN-QUOTES          VALUE 'Y'.
           88  DB2X-BIM-OUT-OF-QUOTES      VALUE 'N'.
       01  DB2X-BIM-APOSTROPHE         PIC X(01) VALUE "'".
       01  DB2X-BIM-REFUSAL            PIC X(40).
       01  DB2X-BIM-VERB               PIC X(06).
       01  DB2X-BIM-UPPER-TEXT         PIC X(500).
       01  DB2X-BIM-TEXT-LEN           PIC S9(04) COMP.
       01  DB2X-BIM-START              PIC S9(04) COMP.
       01  DB2X-BIM-POS                PIC S9(04) COMP.
       01  DB2X-BIM-DEPTH              PIC S9(04) COMP.
       01  DB2X-BIM-FROM-POS           PIC S9(04) COMP.
       01  DB2X-BIM-SET-POS            PIC S9(04) COMP.
       01  DB2X-BIM-WHERE-POS          PIC S9(04) COMP.
       01  DB2X-BIM-CLAUSE-START       PIC S9(04) COMP.
       01  DB2X-BIM-CLAUSE-LEN         PIC S9(04) COMP.
       01  DB2X-BIM-TAIL-LEN           PIC S9(04) COMP.
       01  DB2X-BIM-SQL-TEXT           PIC X(520).
       01  DB2X-BIM-SQL-PTR            PIC S9(04) COMP.
       01  DB2X-BIM-TABLE-NAME         PIC X(72).
       01  DB2X-BIM-ROW-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  DB2X-BIM-BASE-TYPE          PIC S9(04) COMP-5.
       01  DB2X-BIM-NAME-LEN           PIC S9(04) COMP.
       01  DB2X-BIM-OFFSET             PIC S9(04) COMP.
       01  DB2X-BIM-COL-NBR-DISP       PIC 9(02).

      * The capture SQLDA, coded by hand the same way as the one in
      * Db2GenericExtract, and the typed buffer each column is
      * fetched into. Character columns land in a VARCHAR buffer so
      * their true length survives; exact numerics land
      * right-justified in a 16-byte packed field at their own
      * precision and scale, which leaves the field holding the
      * unscaled value whatever the column's scale was.
       01  DB2X-BIM-SQLDA.
           05  DB2X-BIM-SQLDAID        PIC X(08) VALUE 'SQLDA   '.
           05  DB2X-BIM-SQLDABC        PIC S9(09) COMP-5 VALUE 896.
           05  DB2X-BIM-SQLN           PIC S9(04) COMP-5 VALUE 20.
           05  DB2X-BIM-SQLD           PIC S9(04) COMP-5 VALUE ZERO.
           05  DB2X-BIM-SQLVAR-ENTRY OCCURS 20 TIMES.
               10  DB2X-BIM-SQLTYPE    PIC S9(04) COMP-5.
               10  DB2X-BIM-SQLLEN     PIC S9(04) COMP-5.
               10  DB2X-BIM-SQLDATA    POINTER.
               10  DB2X-BIM-SQLIND     POINTER.
               10  DB2X-BIM-SQLNAME.
                   15  DB2X-BIM-SQLNAMEL
                                       PIC S9(04) COMP-5.
                   15  DB2X-BIM-SQLNAMEC
                                       PIC X(30).
       01  DB2X-BIM-MAX-COLUMNS        PIC 9(04) COMP VALUE 20.
       01  DB2X-BIM-COL-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  DB2X-BIM-COL-SUB            PIC 9(04) COMP VALUE ZERO.
       01  DB2X-BIM-COLUMN-TABLE.
           05  DB2X-BIM-COL-ENTRY OCCURS 20 TIMES.
               10  DB2X-BIM-COL-NAME       PIC X(30).
               10  DB2X-BIM-COL-CLASS      PIC X(01).
                   88  DB2X-BIM-COL-IS-CHAR    VALUE 'C'.
                   88  DB2X-BIM-COL-IS-DEC     VALUE 'D'.
                   88  DB2X-BIM-COL-UNUSABLE   VALUE 'X'.
               10  DB2X-BIM-COL-PRECISION  PIC 9(02).
               10  DB2X-BIM-COL-SCALE      PIC 9(02).
               10  DB2X-BIM-COL-VARCHAR.
                   15  DB2X-BIM-COL-CHAR-LEN
                                       PIC S9(04) COMP-5.
                   15  DB2X-BIM-COL-CHAR-TEXT
                                       PIC X(250).
               10  DB2X-BIM-COL-PACKED.
                   15  DB2X-BIM-COL-DEC-BUF
                                       PIC S9(31) COMP-3.
               10  DB2X-BIM-COL-PACKED-R
                       REDEFINES DB2X-BIM-COL-PACKED.
                   15  DB2X-BIM-COL-DEC-BYTE
                                       PIC X(01) OCCURS 16 TIMES.
               10  DB2X-BIM-COL-NULL-IND   PIC S9(04) COMP-5.

      * Table/view name is supplied by the caller as a JCL PARM (or by
      * a CALLing program) so this skeleton can be pointed at any
      * table without hand-copying the program. No PARM means the
      * SYSIBM.SYSDUMMY1 smoke-test default is used. The PARM area is
      * declared at the full 100 bytes JCL allows so the REHEARSE
      * prefix can sit ahead of a table name.
       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-DATA            PIC X(100).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           MOVE 'DB2EXMPL' TO XE-PROGRAM-ID
           MOVE XE-CURRENT-TIME TO XE-TS-TIME
           MOVE XE-TIMESTAMP TO XE-START-TIMESTAMP
           PERFORM DB2X-GET-TABLE-NAME
      * The night's run waits on its SCHEDCTL predecessor (XGATE)
      * and ends at RC 16 without touching a table, a trail file or
      * RESTARTF if the predecessor has not finished cleanly. A
      * rehearsal is an afternoon run with nothing committed and is
      * not held.
           IF DB2X-PRODUCTION-RUN
               PERFORM X016-PREDECESSOR-GATE THRU X016-EXIT
               IF XG-NOT-RELEASED
                   MOVE XG-NOT-RELEASED-RC TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM DB2X-LOAD-CALENDAR-DAY
           PERFORM DB2X-LOAD-REGISTRY
           PERFORM DB2X-LOAD-MAINT-STMTS
           PERFORM X009-LOAD-CONTROL-TABLE
           PERFORM X014-LOAD-SEVERITY-TABLE
           IF DB2X-REHEARSAL-RUN
               MOVE 'DB2EXRHS' TO XE-PROGRAM-ID
               OPEN OUTPUT REHEARSAL-REPORT-FILE
               PERFORM DB2X-WRITE-REHEARSAL-HEADING
           END-IF
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN EXTEND EXCEPTION-QUEUE-FILE
           OPEN EXTEND SQLCA-DUMP-FILE
      * next run starts from the beginning again instead of finding a
      * checkpoint that says there is nothing left to do. A resubmit
      * after an abend never reaches this line, so a genuine restart
      * is unaffected. A rehearsal never touches the checkpoint - a
      * restart pending from last night must survive it.
           IF DB2X-REHEARSAL-RUN
               PERFORM DB2X-WRITE-REHEARSAL-SUMMARY
               CLOSE REHEARSAL-REPORT-FILE
               IF DB2X-WOULD-TRIP-COUNT > ZERO
                   AND XE-WORST-RC < 8
                   MOVE 8 TO XE-WORST-RC
               END-IF
           ELSE
               MOVE ZERO TO DB2X-LAST-STMT-NBR
               PERFORM DB2X-WRITE-CHECKPOINT
           END-IF
           IF DB2X-BIM-FILE-OPEN
               CLOSE BEFORE-IMAGE-FILE
           END-IF

      * End-of-job tally, one line per outcome, so the job log says
      * at a glance how many entries did their work, how many
      * optional ones failed and were let go, and how many were
      * held for the shop calendar. The same three counts go to
      * RUNJRNL.
           MOVE XE-STMT-EXEC-COUNT TO DB2X-COUNT-DISP
           DISPLAY 'Registry entries completed:         '
               DB2X-COUNT-DISP
           MOVE XE-OPT-FAIL-COUNT TO DB2X-COUNT-DISP
           DISPLAY 'Optional entries failed:            '
               DB2X-COUNT-DISP
           MOVE XE-CAL-SKIP-COUNT TO DB2X-COUNT-DISP
           DISPLAY 'Entries skipped for the calendar:   '
               DB2X-COUNT-DISP

           PERFORM X012-WRITE-RUN-JOURNAL
           CLOSE AUDIT-LOG-FILE
           MOVE XE-WORST-RC TO RETURN-CODE
           STOP RUN.

      * Derives the default table/view name from the incoming PARM,
      * after taking off a leading REHEARSE (and its comma, if a
      * table name follows) as the rehearsal-mode request.
       DB2X-GET-TABLE-NAME.
           MOVE 'SYSIBM.SYSDUMMY1' TO DB2X-DEFAULT-TABLE
           IF LK-PARM-LENGTH >= 8 AND LK-PARM-LENGTH <= 100
               AND LK-PARM-DATA(1:8) = 'REHEARSE'
               SET DB2X-REHEARSAL-RUN TO TRUE
               DISPLAY 'Rehearsal run - every maintenance entry will '
                   'be rolled back'
               IF LK-PARM-LENGTH > 9 AND LK-PARM-DATA(9:1) = ','
                   COMPUTE DB2X-TABLE-PARM-LENGTH = LK-PARM-LENGTH - 9
                   IF DB2X-TABLE-PARM-LENGTH <= 30
                       MOVE LK-PARM-DATA(10:DB2X-TABLE-PARM-LENGTH)
                           TO DB2X-DEFAULT-TABLE
                   END-IF
               END-IF
           ELSE
               IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH <= 30
                   MOVE LK-PARM-DATA(1:LK-PARM-LENGTH)
                       TO DB2X-DEFAULT-TABLE
               END-IF
           END-IF.
       DB2X-GET-TABLE-NAME-EXIT.
           EXIT.
               MOVE SPACES TO DB2X-REG-FREQ-CODE(DB2X-REG-IDX)
               MOVE SPACE TO DB2X-REG-ENTRY-TYPE(DB2X-REG-IDX)
               MOVE ZERO TO DB2X-REG-GUARD-ROWS(DB2X-REG-IDX)
               SET DB2X-REG-IS-CRITICAL(DB2X-REG-IDX) TO TRUE
           END-IF.
       DB2X-LOAD-REGISTRY-EXIT.
           EXIT.
                       MOVE ZERO
                           TO DB2X-REG-GUARD-ROWS(DB2X-REG-IDX)
                   END-IF
                   IF SREG-CRITICALITY = 'O'
                       SET DB2X-REG-IS-OPTIONAL(DB2X-REG-IDX) TO TRUE
                   ELSE
                       SET DB2X-REG-IS-CRITICAL(DB2X-REG-IDX) TO TRUE
                       IF SREG-CRITICALITY NOT = SPACE
                           AND SREG-CRITICALITY NOT = 'C'
                           DISPLAY 'Registry criticality code '
                               'unrecognized, run as critical: '
                               SREG-REC(1:33)
                       END-IF
                   END-IF
                   MOVE SREG-SEQ-NBR TO DB2X-PRIOR-SEQ-NBR
           END-EVALUATE
           PERFORM DB2X-READ-REGISTRY-REC.
      * the whole job abending on the first contention blip, and the
      * checkpoint is rewritten the moment the entry's COMMIT lands.
       DB2X-RUN-REGISTRY-ENTRY.
           IF DB2X-REHEARSAL-RUN
               IF DB2X-REG-IS-MAINT(DB2X-REG-IDX)
                   PERFORM DB2X-40-REHEARSE-ENTRY THRU DB2X-40-EXIT
               END-IF
               GO TO DB2X-RUN-REGISTRY-EXIT
           END-IF
           IF DB2X-REG-SEQ-NBR(DB2X-REG-IDX) NOT >
                   DB2X-LAST-STMT-NBR
               GO TO DB2X-RUN-REGISTRY-EXIT
           END-IF
           PERFORM DB2X-CHECK-FREQUENCY
           IF DB2X-ENTRY-SKIPS-TODAY
               ADD 1 TO XE-CAL-SKIP-COUNT
               DISPLAY 'Registry entry CALENDAR-SKIPPED ('
                   DB2X-REG-FREQ-CODE(DB2X-REG-IDX) '): '
                   DB2X-REG-STMT-ID(DB2X-REG-IDX)
           MOVE DB2X-REG-STMT-ID(DB2X-REG-IDX)
               TO XE-CURRENT-STMT-ID
           MOVE ZERO TO XE-RETRY-COUNT
           MOVE ZERO TO DB2X-ENTRY-ROWS
           SET DB2X-BIM-NOT-CAPTURED TO TRUE
           SET DB2X-ENTRY-NOT-SKIPPED TO TRUE
           PERFORM DB2X-SET-CRITICALITY
           SET XE-RETRY-NEEDED TO TRUE
           PERFORM DB2X-10-RUN-STATEMENT THRU DB2X-10-EXIT
               UNTIL XE-RETRY-NOT-NEEDED
      * An optional entry that failed has already been rolled back,
      * audited and alerted by X015-OPTIONAL-STMT-FAILED, and an
      * entry DB2X-20-RUN-MAINTENANCE skipped has already set RC 8.
      * Neither is committed, counted or checkpointed here, and the
      * run goes on to the next entry. The next entry that completes
      * moves the checkpoint past them, so a resubmit after a later
      * critical failure does not retry them - they wait for the
      * next full run once the cause is put right.
           IF XE-OPTIONAL-FAILED
               OR DB2X-ENTRY-WAS-SKIPPED
               SET XE-STMT-IS-CRITICAL TO TRUE
               GO TO DB2X-RUN-REGISTRY-EXIT
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC
           SET XE-STMT-IS-CRITICAL TO TRUE
           IF DB2X-BIM-CAPTURED
               PERFORM DB2X-59-WRITE-BIM-TRAILER THRU DB2X-59-EXIT
           END-IF
           ADD 1 TO XE-STMT-EXEC-COUNT
           MOVE DB2X-REG-SEQ-NBR(DB2X-REG-IDX)
               TO DB2X-LAST-STMT-NBR
       DB2X-RUN-REGISTRY-EXIT.
           EXIT.

      * Arms the framework's error handling for the entry about to
      * run: an optional entry's SQL failure is absorbed by
      * X015-OPTIONAL-STMT-FAILED instead of abending the run. The
      * caller puts the switch back to critical as soon as the entry
      * is finished, so nothing after it - the COMMIT, the
      * checkpoint, the next entry - inherits the leniency.
       DB2X-SET-CRITICALITY.
           SET XE-OPTIONAL-NOT-FAILED TO TRUE
           IF DB2X-REG-IS-OPTIONAL(DB2X-REG-IDX)
               SET XE-STMT-IS-OPTIONAL TO TRUE
           ELSE
               SET XE-STMT-IS-CRITICAL TO TRUE
           END-IF.
       DB2X-SET-CRITICALITY-EXIT.
           EXIT.

      * Does the entry's frequency code match today's shape on the
      * shop calendar? Blank and 'D' run every processing day -
      * every registry written before the calendar existed keeps
               IF XE-WORST-RC < 8
                   MOVE 8 TO XE-WORST-RC
               END-IF
               SET DB2X-ENTRY-WAS-SKIPPED TO TRUE
               GO TO DB2X-20-EXIT
           END-IF
           SET DB2X-MNT-IDX TO DB2X-MNT-FOUND-IDX
           MOVE DB2X-MNT-TEXT(DB2X-MNT-IDX) TO DB2X-MNT-SQL-TEXT
           IF DB2X-PRODUCTION-RUN
               PERFORM DB2X-50-CAPTURE-BEFORE-IMAGE THRU DB2X-50-EXIT
               IF XE-OPTIONAL-FAILED
                   GO TO DB2X-20-EXIT
               END-IF
               IF DB2X-BIM-REFUSED
                   DISPLAY 'No before-image for maintenance entry '
                       DB2X-REG-STMT-ID(DB2X-REG-IDX) ' ('
                       DB2X-BIM-REFUSAL ') - entry skipped'
                   IF XE-WORST-RC < 8
                       MOVE 8 TO XE-WORST-RC
                   END-IF
                   SET DB2X-ENTRY-WAS-SKIPPED TO TRUE
                   GO TO DB2X-20-EXIT
               END-IF
               IF XE-RETRY-NEEDED
                   GO TO DB2X-20-EXIT
               END-IF
           END-IF
           COPY WHENEVERS
           EXEC SQL
               PREPARE MNTSTMT FROM :DB2X-MNT-SQL-TEXT
                   EXECUTE MNTSTMT
               END-EXEC
           END-IF
      * The capture's RR locks keep the rows it read from changing
      * before the EXECUTE, so the statement should change exactly
      * the rows kept. Any other count means the before-image does
      * not describe the change: it is rolled back, not committed.
           IF DB2X-BIM-CAPTURED AND SQLCODE NOT < ZERO
               AND XE-RETRY-NOT-NEEDED
               AND SQLERRD(3) NOT = DB2X-BIM-ROW-COUNT
               PERFORM DB2X-60-BIM-COUNT-MISMATCH
               GO TO DB2X-20-EXIT
           END-IF
           IF SQLCODE NOT < ZERO AND SQLCODE NOT = 100
               AND XE-RETRY-NOT-NEEDED
               MOVE SQLERRD(3) TO XE-AFFECTED-ROWS
               MOVE XE-AFFECTED-ROWS TO DB2X-ENTRY-ROWS
               IF DB2X-REG-GUARD-ROWS(DB2X-REG-IDX) > ZERO
                   AND XE-AFFECTED-ROWS >
                       DB2X-REG-GUARD-ROWS(DB2X-REG-IDX)
                   IF DB2X-REHEARSAL-RUN
                       SET DB2X-GUARD-WOULD-TRIP TO TRUE
                   ELSE
                       PERFORM DB2X-30-GUARD-TRIP
                   END-IF
               END-IF
               IF DB2X-REHEARSAL-RUN
                   MOVE 'REHEARSE' TO XE-EVENT-TYPE
               ELSE
                   MOVE 'MAINT   ' TO XE-EVENT-TYPE
               END-IF
               PERFORM X005-WRITE-AUDIT-REC
               MOVE ZERO TO XE-AFFECTED-ROWS
           END-IF.
       DB2X-30-GUARD-TRIP-EXIT.
           EXIT.

      * One maintenance entry rehearsed: the statement goes through
      * the same retry loop and DB2X-20-RUN-MAINTENANCE as the real
      * window, so the row count is the one the window would see,
      * and is then rolled back unconditionally - there is no COMMIT
      * and no checkpoint anywhere on this path.
       DB2X-40-REHEARSE-ENTRY.
           MOVE DB2X-REG-STMT-ID(DB2X-REG-IDX)
               TO XE-CURRENT-STMT-ID
           MOVE ZERO TO DB2X-ENTRY-ROWS
           SET DB2X-GUARD-WOULD-HOLD TO TRUE
           MOVE ZERO TO XE-RETRY-COUNT
           PERFORM DB2X-SET-CRITICALITY
           SET XE-RETRY-NEEDED TO TRUE
           PERFORM DB2X-10-RUN-STATEMENT THRU DB2X-10-EXIT
               UNTIL XE-RETRY-NOT-NEEDED
           PERFORM X006-ROLLBACK
           ADD 1 TO DB2X-REHEARSE-COUNT
           IF XE-OPTIONAL-NOT-FAILED
               AND NOT DB2X-MAINT-NOT-FOUND
               ADD 1 TO XE-STMT-EXEC-COUNT
           END-IF
           EVALUATE TRUE
               WHEN DB2X-MAINT-NOT-FOUND
                   MOVE 'NO MNTSTMTS TEXT' TO DB2X-REHEARSE-VERDICT
               WHEN XE-OPTIONAL-FAILED
                   MOVE 'FAILED (OPTIONAL)' TO DB2X-REHEARSE-VERDICT
               WHEN DB2X-GUARD-WOULD-TRIP
                   ADD 1 TO DB2X-WOULD-TRIP-COUNT
                   MOVE 'WOULD TRIP GUARD' TO DB2X-REHEARSE-VERDICT
               WHEN DB2X-REG-GUARD-ROWS(DB2X-REG-IDX) = ZERO
                   MOVE 'NO GUARD SET' TO DB2X-REHEARSE-VERDICT
               WHEN OTHER
                   MOVE 'WITHIN GUARD' TO DB2X-REHEARSE-VERDICT
           END-EVALUATE
           SET XE-STMT-IS-CRITICAL TO TRUE
           PERFORM DB2X-WRITE-REHEARSAL-LINE.
       DB2X-40-EXIT.
           EXIT.

       DB2X-WRITE-REHEARSAL-LINE.
           MOVE DB2X-ENTRY-ROWS TO DB2X-ROWS-DISP
           MOVE DB2X-REG-GUARD-ROWS(DB2X-REG-IDX) TO DB2X-GUARD-DISP
           MOVE SPACES TO RPT-REC
           STRING DB2X-REG-SEQ-NBR(DB2X-REG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DB2X-REG-STMT-ID(DB2X-REG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DB2X-REG-FREQ-CODE(DB2X-REG-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DB2X-ROWS-DISP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DB2X-GUARD-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DB2X-REHEARSE-VERDICT DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       DB2X-WRITE-REHEARSAL-LINE-EXIT.
           EXIT.

       DB2X-WRITE-REHEARSAL-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE DB2X-REHEARSAL-HEADING-1 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING DB2X-REHEARSAL-HEADING-2A DELIMITED BY SIZE
                   DB2X-REHEARSAL-HEADING-2B DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       DB2X-WRITE-REHEARSAL-HEADING-EXIT.
           EXIT.

       DB2X-WRITE-REHEARSAL-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE DB2X-REHEARSE-COUNT TO DB2X-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING DB2X-COUNT-DISP DELIMITED BY SIZE
                   ' MAINTENANCE ENTRIES REHEARSED' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DB2X-WOULD-TRIP-COUNT TO DB2X-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING DB2X-COUNT-DISP DELIMITED BY SIZE
                   ' WOULD TRIP THEIR GUARD IN THE WINDOW'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       DB2X-WRITE-REHEARSAL-SUMMARY-EXIT.
           EXIT.

      * The before-image for one maintenance entry, taken in the
      * same unit of work as the EXECUTE that follows it and read
      * WITH RR, so the rows kept stay locked - none changed, none
      * inserted - until the COMMIT behind the EXECUTE, and are the
      * rows the statement then changes. The set goes to
      * BIMAGE as it is fetched; its 'Z' trailer is only written by
      * DB2X-RUN-REGISTRY-ENTRY once the COMMIT lands, which is what
      * tells the restore a set is real. A deadlock/timeout anywhere
      * in the capture ends the pass the way GX-10-RUN-CURSOR does -
      * an explicit ROLLBACK whatever the cursor's state - and the
      * caller's retry loop captures afresh.
       DB2X-50-CAPTURE-BEFORE-IMAGE.
           SET DB2X-BIM-ALLOWED TO TRUE
           SET DB2X-BIM-NOT-CAPTURED TO TRUE
           SET DB2X-BIM-ROWS-KEPT TO TRUE
           MOVE ZERO TO DB2X-BIM-ROW-COUNT
           MOVE SPACES TO DB2X-BIM-REFUSAL
           PERFORM DB2X-51-PARSE-STATEMENT THRU DB2X-51-EXIT
           IF DB2X-BIM-REFUSED
               GO TO DB2X-50-EXIT
           END-IF
           IF DB2X-BIM-VERB = SPACES
               DISPLAY 'Maintenance entry ' XE-CURRENT-STMT-ID
                   ' is not an UPDATE or DELETE - no before-image'
               GO TO DB2X-50-EXIT
           END-IF
           IF DB2X-BIM-FILE-CLOSED
               OPEN EXTEND BEFORE-IMAGE-FILE
               IF DB2X-BIM-FILE-STATUS NOT = '00'
                   SET DB2X-BIM-REFUSED TO TRUE
                   MOVE 'BIMAGE WOULD NOT OPEN' TO DB2X-BIM-REFUSAL
                   GO TO DB2X-50-EXIT
               END-IF
               SET DB2X-BIM-FILE-OPEN TO TRUE
           END-IF
           COPY WHENEVERS
           EXEC SQL
               DECLARE BIMCSR CURSOR FOR BIMSTMT
           END-EXEC
           EXEC SQL
               PREPARE BIMSTMT FROM :DB2X-BIM-SQL-TEXT
           END-EXEC
           IF SQLCODE = ZERO AND XE-RETRY-NOT-NEEDED
               MOVE 20 TO DB2X-BIM-SQLN
               EXEC SQL
                   DESCRIBE BIMSTMT INTO :DB2X-BIM-SQLDA
               END-EXEC
           END-IF
           IF SQLCODE = ZERO AND XE-RETRY-NOT-NEEDED
               PERFORM DB2X-53-SET-UP-COLUMNS THRU DB2X-53-EXIT
           END-IF
           IF SQLCODE = ZERO AND XE-RETRY-NOT-NEEDED
               AND DB2X-BIM-ALLOWED
               EXEC SQL
                   OPEN BIMCSR
               END-EXEC
           END-IF
           IF SQLCODE = ZERO AND XE-RETRY-NOT-NEEDED
               AND DB2X-BIM-ALLOWED
               PERFORM DB2X-55-WRITE-SET-HEADER THRU DB2X-55-EXIT
               EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC
               PERFORM DB2X-57-FETCH-ROW THRU DB2X-57-EXIT
                   UNTIL SQLCODE = 100 OR XE-RETRY-NEEDED
                       OR XE-OPTIONAL-FAILED OR DB2X-BIM-ROW-LOST
               EXEC SQL WHENEVER NOT FOUND PERFORM X003-SQL-NOT-FOUND
                   END-EXEC
               IF XE-RETRY-NOT-NEEDED AND XE-OPTIONAL-NOT-FAILED
                   EXEC SQL
                       CLOSE BIMCSR
                   END-EXEC
                   IF DB2X-BIM-ROWS-KEPT
                       SET DB2X-BIM-CAPTURED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF XE-RETRY-NEEDED
               PERFORM X006-ROLLBACK
               GO TO DB2X-50-EXIT
           END-IF
      * A capture query that ended on a warning rather than a clean
      * zero, or that skipped a row on a FETCH warning, has not been
      * trusted for a restore, so the statement does not run on the
      * strength of it. The ROLLBACK gives up the capture's locks.
           IF DB2X-BIM-ALLOWED AND DB2X-BIM-NOT-CAPTURED
               SET DB2X-BIM-REFUSED TO TRUE
               MOVE 'CAPTURE QUERY DID NOT COMPLETE'
                   TO DB2X-BIM-REFUSAL
               PERFORM X006-ROLLBACK
           END-IF.
       DB2X-50-EXIT.
           EXIT.

      * Works out the verb, the table and the capture query. Keywords
      * are looked for in an upper-cased copy; the pieces of the
      * query are cut from the original text, so a literal in the
      * WHERE clause reaches Db2 exactly as the statement has it.
       DB2X-51-PARSE-STATEMENT.
           MOVE SPACES TO DB2X-BIM-VERB
           MOVE DB2X-MNT-SQL-TEXT TO DB2X-BIM-UPPER-TEXT
           INSPECT DB2X-BIM-UPPER-TEXT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           COMPUTE DB2X-BIM-TEXT-LEN = DB2X-MNT-PTR(DB2X-MNT-IDX) - 1
           IF DB2X-BIM-TEXT-LEN > 500
               MOVE 500 TO DB2X-BIM-TEXT-LEN
           END-IF
           PERFORM DB2X-51-SKIP-BLANK THRU DB2X-51-SKIP-BLANK-EXIT
               VARYING DB2X-BIM-START FROM 1 BY 1
               UNTIL DB2X-BIM-START > DB2X-BIM-TEXT-LEN
                   OR DB2X-BIM-UPPER-TEXT(DB2X-BIM-START:1)
                       NOT = SPACE
           IF DB2X-BIM-START + 7 > DB2X-BIM-TEXT-LEN
               GO TO DB2X-51-EXIT
           END-IF
           IF DB2X-BIM-UPPER-TEXT(DB2X-BIM-START:7) = 'UPDATE '
               OR DB2X-BIM-UPPER-TEXT(DB2X-BIM-START:7) = 'DELETE '
               MOVE DB2X-BIM-UPPER-TEXT(DB2X-BIM-START:6)
                   TO DB2X-BIM-VERB
           ELSE
               GO TO DB2X-51-EXIT
           END-IF
           MOVE ZERO TO DB2X-BIM-FROM-POS
           MOVE ZERO TO DB2X-BIM-SET-POS
           MOVE ZERO TO DB2X-BIM-WHERE-POS
           MOVE ZERO TO DB2X-BIM-DEPTH
           SET DB2X-BIM-OUT-OF-QUOTES TO TRUE
           PERFORM DB2X-52-SCAN-CHARACTER THRU DB2X-52-EXIT
               VARYING DB2X-BIM-POS FROM DB2X-BIM-START BY 1
               UNTIL DB2X-BIM-POS > DB2X-BIM-TEXT-LEN
      * DELETE FROM <table> [WHERE ...] keeps everything between FROM
      * and WHERE; UPDATE <table> SET ... [WHERE ...] keeps what sits
      * between UPDATE and SET. Either way the WHERE clause, if any,
      * is carried over whole.
           IF DB2X-BIM-VERB = 'DELETE'
               IF DB2X-BIM-FROM-POS = ZERO
                   SET DB2X-BIM-REFUSED TO TRUE
               ELSE
                   COMPUTE DB2X-BIM-CLAUSE-START =
                       DB2X-BIM-FROM-POS + 6
                   IF DB2X-BIM-WHERE-POS > ZERO
                       COMPUTE DB2X-BIM-CLAUSE-LEN =
                           DB2X-BIM-WHERE-POS - DB2X-BIM-CLAUSE-START
                   ELSE
                       COMPUTE DB2X-BIM-CLAUSE-LEN =
                           DB2X-BIM-TEXT-LEN + 1 - DB2X-BIM-CLAUSE-START
                   END-IF
               END-IF
           ELSE
               COMPUTE DB2X-BIM-CLAUSE-START = DB2X-BIM-START + 7
               IF DB2X-BIM-SET-POS = ZERO
                   SET DB2X-BIM-REFUSED TO TRUE
               ELSE
                   COMPUTE DB2X-BIM-CLAUSE-LEN =
                       DB2X-BIM-SET-POS - DB2X-BIM-CLAUSE-START
               END-IF
           END-IF
           IF DB2X-BIM-ALLOWED AND DB2X-BIM-CLAUSE-LEN < 1
               SET DB2X-BIM-REFUSED TO TRUE
           END-IF
           IF DB2X-BIM-REFUSED
               MOVE 'STATEMENT SHAPE NOT RECOGNIZED'
                   TO DB2X-BIM-REFUSAL
               GO TO DB2X-51-EXIT
           END-IF
      * The table is the clause's first word (a correlation name
      * may follow it).
           PERFORM DB2X-51-SKIP-BLANK THRU DB2X-51-SKIP-BLANK-EXIT
               VARYING DB2X-BIM-POS FROM DB2X-BIM-CLAUSE-START BY 1
               UNTIL DB2X-MNT-SQL-TEXT(DB2X-BIM-POS:1) NOT = SPACE
           COMPUTE DB2X-BIM-TAIL-LEN = DB2X-BIM-CLAUSE-LEN
               - (DB2X-BIM-POS - DB2X-BIM-CLAUSE-START)
           IF DB2X-BIM-TAIL-LEN < 1
               SET DB2X-BIM-REFUSED TO TRUE
               MOVE 'STATEMENT SHAPE NOT RECOGNIZED'
                   TO DB2X-BIM-REFUSAL
               GO TO DB2X-51-EXIT
           END-IF
           MOVE SPACES TO DB2X-BIM-TABLE-NAME
           UNSTRING DB2X-MNT-SQL-TEXT(DB2X-BIM-POS:DB2X-BIM-TAIL-LEN)
               DELIMITED BY SPACE
               INTO DB2X-BIM-TABLE-NAME
           END-UNSTRING
           MOVE SPACES TO DB2X-BIM-SQL-TEXT
           MOVE 1 TO DB2X-BIM-SQL-PTR
           STRING 'SELECT * FROM ' DELIMITED BY SIZE
                   DB2X-MNT-SQL-TEXT
                       (DB2X-BIM-CLAUSE-START:DB2X-BIM-CLAUSE-LEN)
                       DELIMITED BY SIZE
               INTO DB2X-BIM-SQL-TEXT
               WITH POINTER DB2X-BIM-SQL-PTR
           END-STRING
           IF DB2X-BIM-WHERE-POS > ZERO
               COMPUTE DB2X-BIM-TAIL-LEN =
                   DB2X-BIM-TEXT-LEN + 1 - DB2X-BIM-WHERE-POS
               STRING DB2X-MNT-SQL-TEXT
                       (DB2X-BIM-WHERE-POS:DB2X-BIM-TAIL-LEN)
                       DELIMITED BY SIZE
                   INTO DB2X-BIM-SQL-TEXT
                   WITH POINTER DB2X-BIM-SQL-PTR
               END-STRING
           END-IF
           STRING ' WITH RR' DELIMITED BY SIZE
               INTO DB2X-BIM-SQL-TEXT
               WITH POINTER DB2X-BIM-SQL-PTR
           END-STRING.
       DB2X-51-EXIT.
           EXIT.

       DB2X-51-SKIP-BLANK.
           CONTINUE.
       DB2X-51-SKIP-BLANK-EXIT.
           EXIT.

      * One character of the statement. Only a keyword standing at
      * the statement's own level counts - outside any quoted literal
      * (a doubled quote inside one simply toggles twice) and outside
      * any parentheses - and only its first appearance.
       DB2X-52-SCAN-CHARACTER.
           IF DB2X-BIM-UPPER-TEXT(DB2X-BIM-POS:1) = DB2X-BIM-APOSTROPHE
               IF DB2X-BIM-IN-QUOTES
                   SET DB2X-BIM-OUT-OF-QUOTES TO TRUE
               ELSE
                   SET DB2X-BIM-IN-QUOTES TO TRUE
               END-IF
               GO TO DB2X-52-EXIT
           END-IF
           IF DB2X-BIM-IN-QUOTES
               GO TO DB2X-52-EXIT
           END-IF
           IF DB2X-BIM-UPPER-TEXT(DB2X-BIM-POS:1) = '('
               ADD 1 TO DB2X-BIM-DEPTH
               GO TO DB2X-52-EXIT
           END-IF
           IF DB2X-BIM-UPPER-TEXT(DB2X-BIM-POS:1) = ')'
               SUBTRACT 1 FROM DB2X-BIM-DEPTH
               GO TO DB2X-52-EXIT
           END-IF
           IF DB2X-BIM-DEPTH NOT = ZERO
               OR DB2X-BIM-UPPER-TEXT(DB2X-BIM-POS:1) NOT = SPACE
               GO TO DB2X-52-EXIT
           END-IF
           IF DB2X-BIM-FROM-POS = ZERO
               AND DB2X-BIM-POS + 5 <= DB2X-BIM-TEXT-LEN
               IF DB2X-BIM-UPPER-TEXT(DB2X-BIM-POS:6) = ' FROM '
                   MOVE DB2X-BIM-POS TO DB2X-BIM-FROM-POS
               END-IF
           END-IF
           IF DB2X-BIM-SET-POS = ZERO
               AND DB2X-BIM-POS + 4 <= DB2X-BIM-TEXT-LEN
               IF DB2X-BIM-UPPER-TEXT(DB2X-BIM-POS:5) = ' SET '
                   MOVE DB2X-BIM-POS TO DB2X-BIM-SET-POS
               END-IF
           END-IF
           IF DB2X-BIM-WHERE-POS = ZERO
               AND DB2X-BIM-POS + 6 <= DB2X-BIM-TEXT-LEN
               IF DB2X-BIM-UPPER-TEXT(DB2X-BIM-POS:7) = ' WHERE '
                   MOVE DB2X-BIM-POS TO DB2X-BIM-WHERE-POS
               END-IF
           END-IF.
       DB2X-52-EXIT.
           EXIT.

       DB2X-53-SET-UP-COLUMNS.
           IF DB2X-BIM-SQLD < 1 OR DB2X-BIM-SQLD > DB2X-BIM-MAX-COLUMNS
               SET DB2X-BIM-REFUSED TO TRUE
               MOVE 'TABLE HAS MORE THAN 20 COLUMNS'
                   TO DB2X-BIM-REFUSAL
           ELSE
               MOVE DB2X-BIM-SQLD TO DB2X-BIM-COL-COUNT
               PERFORM DB2X-54-SET-UP-ONE-COLUMN THRU DB2X-54-EXIT
                   VARYING DB2X-BIM-COL-SUB FROM 1 BY 1
                   UNTIL DB2X-BIM-COL-SUB > DB2X-BIM-COL-COUNT
           END-IF.
       DB2X-53-EXIT.
           EXIT.

      * One column, classed the way GX-13-SET-UP-ONE-COLUMN classes
      * them but with no fallback: a before-image that cannot give
      * back the exact value is no before-image, so a float, LOB,
      * graphic or over-long character column refuses the capture.
      * Exact numerics are fetched at their own precision and scale
      * into the tail of the 16-byte packed buffer - (p / 2) + 1
      * bytes, the sign nibble landing on the last one.
       DB2X-54-SET-UP-ONE-COLUMN.
           MOVE SPACES TO DB2X-BIM-COL-NAME(DB2X-BIM-COL-SUB)
           IF DB2X-BIM-SQLNAMEL(DB2X-BIM-COL-SUB) > ZERO
               AND DB2X-BIM-SQLNAMEL(DB2X-BIM-COL-SUB) <= 30
               MOVE DB2X-BIM-SQLNAMEL(DB2X-BIM-COL-SUB)
                   TO DB2X-BIM-NAME-LEN
               MOVE DB2X-BIM-SQLNAMEC(DB2X-BIM-COL-SUB)
                       (1:DB2X-BIM-NAME-LEN)
                   TO DB2X-BIM-COL-NAME(DB2X-BIM-COL-SUB)
           END-IF
           MOVE ZERO TO DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB)
           MOVE ZERO TO DB2X-BIM-COL-SCALE(DB2X-BIM-COL-SUB)
           MOVE DB2X-BIM-SQLTYPE(DB2X-BIM-COL-SUB)
               TO DB2X-BIM-BASE-TYPE
           IF FUNCTION MOD(DB2X-BIM-BASE-TYPE, 2) = 1
               SUBTRACT 1 FROM DB2X-BIM-BASE-TYPE
           END-IF
           EVALUATE DB2X-BIM-BASE-TYPE
               WHEN 384
               WHEN 388
               WHEN 392
               WHEN 448
               WHEN 452
               WHEN 456
                   IF DB2X-BIM-SQLLEN(DB2X-BIM-COL-SUB) > 250
                       SET DB2X-BIM-COL-UNUSABLE(DB2X-BIM-COL-SUB)
                           TO TRUE
                   ELSE
                       SET DB2X-BIM-COL-IS-CHAR(DB2X-BIM-COL-SUB)
                           TO TRUE
                   END-IF
               WHEN 500
                   SET DB2X-BIM-COL-IS-DEC(DB2X-BIM-COL-SUB) TO TRUE
                   MOVE 5 TO DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB)
               WHEN 496
                   SET DB2X-BIM-COL-IS-DEC(DB2X-BIM-COL-SUB) TO TRUE
                   MOVE 10 TO DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB)
               WHEN 492
                   SET DB2X-BIM-COL-IS-DEC(DB2X-BIM-COL-SUB) TO TRUE
                   MOVE 19 TO DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB)
               WHEN 484
                   SET DB2X-BIM-COL-IS-DEC(DB2X-BIM-COL-SUB) TO TRUE
                   DIVIDE DB2X-BIM-SQLLEN(DB2X-BIM-COL-SUB) BY 256
                       GIVING DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB)
                       REMAINDER DB2X-BIM-COL-SCALE(DB2X-BIM-COL-SUB)
               WHEN OTHER
                   SET DB2X-BIM-COL-UNUSABLE(DB2X-BIM-COL-SUB) TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN DB2X-BIM-COL-IS-CHAR(DB2X-BIM-COL-SUB)
                   MOVE 449 TO DB2X-BIM-SQLTYPE(DB2X-BIM-COL-SUB)
                   MOVE 250 TO DB2X-BIM-SQLLEN(DB2X-BIM-COL-SUB)
                   SET DB2X-BIM-SQLDATA(DB2X-BIM-COL-SUB) TO
                       ADDRESS OF DB2X-BIM-COL-VARCHAR(DB2X-BIM-COL-SUB)
               WHEN DB2X-BIM-COL-IS-DEC(DB2X-BIM-COL-SUB)
                   MOVE 485 TO DB2X-BIM-SQLTYPE(DB2X-BIM-COL-SUB)
                   COMPUTE DB2X-BIM-SQLLEN(DB2X-BIM-COL-SUB) =
                       DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB) * 256
                       + DB2X-BIM-COL-SCALE(DB2X-BIM-COL-SUB)
                   MOVE ZERO TO DB2X-BIM-COL-DEC-BUF(DB2X-BIM-COL-SUB)
                   DIVIDE DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB)
                       BY 2 GIVING DB2X-BIM-OFFSET
                   SUBTRACT DB2X-BIM-OFFSET FROM 16
                       GIVING DB2X-BIM-OFFSET
                   SET DB2X-BIM-SQLDATA(DB2X-BIM-COL-SUB) TO
                       ADDRESS OF DB2X-BIM-COL-DEC-BYTE
                           (DB2X-BIM-COL-SUB, DB2X-BIM-OFFSET)
               WHEN OTHER
                   DISPLAY 'Before-image column '
                       DB2X-BIM-COL-NAME(DB2X-BIM-COL-SUB)
                       ' type ' DB2X-BIM-SQLTYPE(DB2X-BIM-COL-SUB)
                       ' cannot be kept exactly'
                   SET DB2X-BIM-REFUSED TO TRUE
                   MOVE 'COLUMN TYPE CANNOT BE KEPT EXACTLY'
                       TO DB2X-BIM-REFUSAL
           END-EVALUATE
           SET DB2X-BIM-SQLIND(DB2X-BIM-COL-SUB) TO
               ADDRESS OF DB2X-BIM-COL-NULL-IND(DB2X-BIM-COL-SUB).
       DB2X-54-EXIT.
           EXIT.

      * The 'T' record and one 'C' record per column open the set.
       DB2X-55-WRITE-SET-HEADER.
           MOVE SPACES TO BEFORE-IMAGE-REC
           MOVE XE-START-TIMESTAMP TO BIM-RUN-TIMESTAMP
           MOVE XE-CURRENT-STMT-ID TO BIM-STATEMENT-ID
           SET BIM-IS-TABLE TO TRUE
           MOVE DB2X-BIM-TABLE-NAME TO BIM-TABLE-NAME
           MOVE DB2X-BIM-VERB TO BIM-VERB
           MOVE DB2X-BIM-COL-COUNT TO BIM-COLUMN-COUNT
           WRITE BEFORE-IMAGE-REC
           PERFORM DB2X-56-WRITE-COLUMN-REC THRU DB2X-56-EXIT
               VARYING DB2X-BIM-COL-SUB FROM 1 BY 1
               UNTIL DB2X-BIM-COL-SUB > DB2X-BIM-COL-COUNT.
       DB2X-55-EXIT.
           EXIT.

       DB2X-56-WRITE-COLUMN-REC.
           MOVE SPACES TO BEFORE-IMAGE-REC
           MOVE XE-START-TIMESTAMP TO BIM-RUN-TIMESTAMP
           MOVE XE-CURRENT-STMT-ID TO BIM-STATEMENT-ID
           SET BIM-IS-COLUMN TO TRUE
           MOVE DB2X-BIM-COL-SUB TO BIM-COL-NBR
           MOVE DB2X-BIM-COL-NAME(DB2X-BIM-COL-SUB) TO BIM-COL-NAME
           MOVE DB2X-BIM-COL-CLASS(DB2X-BIM-COL-SUB) TO BIM-COL-CLASS
           MOVE DB2X-BIM-COL-PRECISION(DB2X-BIM-COL-SUB)
               TO BIM-COL-PRECISION
           MOVE DB2X-BIM-COL-SCALE(DB2X-BIM-COL-SUB) TO BIM-COL-SCALE
           WRITE BEFORE-IMAGE-REC.
       DB2X-56-EXIT.
           EXIT.

       DB2X-57-FETCH-ROW.
           EXEC SQL
               FETCH BIMCSR USING DESCRIPTOR :DB2X-BIM-SQLDA
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO DB2X-BIM-ROW-COUNT
               PERFORM DB2X-58-WRITE-VALUE-REC THRU DB2X-58-EXIT
                   VARYING DB2X-BIM-COL-SUB FROM 1 BY 1
                   UNTIL DB2X-BIM-COL-SUB > DB2X-BIM-COL-COUNT
           ELSE
               IF SQLCODE NOT = 100
                   SET DB2X-BIM-ROW-LOST TO TRUE
               END-IF
           END-IF.
       DB2X-57-EXIT.
           EXIT.

       DB2X-58-WRITE-VALUE-REC.
           MOVE SPACES TO BEFORE-IMAGE-REC
           MOVE XE-START-TIMESTAMP TO BIM-RUN-TIMESTAMP
           MOVE XE-CURRENT-STMT-ID TO BIM-STATEMENT-ID
           SET BIM-IS-VALUE TO TRUE
           MOVE DB2X-BIM-ROW-COUNT TO BIM-ROW-NBR
           MOVE DB2X-BIM-COL-SUB TO BIM-VAL-COL-NBR
           MOVE ZERO TO BIM-VALUE-LEN
           IF DB2X-BIM-COL-NULL-IND(DB2X-BIM-COL-SUB) < ZERO
               SET BIM-VALUE-IS-NULL TO TRUE
           ELSE
               SET BIM-VALUE-NOT-NULL TO TRUE
               IF DB2X-BIM-COL-IS-CHAR(DB2X-BIM-COL-SUB)
                   MOVE DB2X-BIM-COL-CHAR-LEN(DB2X-BIM-COL-SUB)
                       TO BIM-VALUE-LEN
                   MOVE DB2X-BIM-COL-CHAR-TEXT(DB2X-BIM-COL-SUB)
                       TO BIM-VALUE
               ELSE
                   MOVE 32 TO BIM-VALUE-LEN
                   MOVE DB2X-BIM-COL-DEC-BUF(DB2X-BIM-COL-SUB)
                       TO BIM-DEC-UNSCALED
               END-IF
           END-IF
           WRITE BEFORE-IMAGE-REC.
       DB2X-58-EXIT.
           EXIT.

      * Written only after the entry's COMMIT: the set it closes now
      * describes rows that really were changed.
       DB2X-59-WRITE-BIM-TRAILER.
           MOVE SPACES TO BEFORE-IMAGE-REC
           MOVE XE-START-TIMESTAMP TO BIM-RUN-TIMESTAMP
           MOVE XE-CURRENT-STMT-ID TO BIM-STATEMENT-ID
           SET BIM-IS-TRAILER TO TRUE
           MOVE DB2X-BIM-ROW-COUNT TO BIM-ROWS-CAPTURED
           MOVE DB2X-ENTRY-ROWS TO BIM-ROWS-AFFECTED
           WRITE BEFORE-IMAGE-REC.
       DB2X-59-EXIT.
           EXIT.

      * The EXECUTE changed a different number of rows from the
      * number the before-image kept. The change is rolled back and
      * the entry skipped at RC 8 like any other entry that cannot
      * be undone; the set left on BIMAGE has no trailer, so the
      * restore passes it over.
       DB2X-60-BIM-COUNT-MISMATCH.
           MOVE SQLERRD(3) TO DB2X-ROWS-DISP
           MOVE DB2X-BIM-ROW-COUNT TO DB2X-GUARD-DISP
           PERFORM X006-ROLLBACK
           DISPLAY 'Maintenance entry '
               DB2X-REG-STMT-ID(DB2X-REG-IDX) ' changed '
               DB2X-ROWS-DISP ' rows, before-image holds '
               DB2X-GUARD-DISP ' - rolled back, entry skipped'
           IF XE-WORST-RC < 8
               MOVE 8 TO XE-WORST-RC
           END-IF
           SET DB2X-ENTRY-WAS-SKIPPED TO TRUE.
       DB2X-60-EXIT.
           EXIT.

       COPY XSQLERR.
       COPY XDYNCHK.
       COPY XGATE.
