       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2StatsCheck.

      * Pre-window catalog statistics check. The access paths the
      * window's statements get are only as good as the statistics
      * RUNSTATS last left in the catalog, and nothing else in the
      * night notices when those have gone stale or no longer
      * describe the table. This program gathers every table the
      * window depends on - the SREG-TABLE-NAME of each STMTREGF
      * entry, each CHECKLST table and each RCCNTL table, once
      * apiece however many files name it - and for each one reads
      * SYSIBM.SYSTABLES for when statistics were last collected
      * (STATSTIME) and the row count they recorded (CARDF), then
      * takes a live COUNT(*) the same dynamic PREPARE/EXECUTE way
      * Db2RowCountCheck does. A table is flagged when:
      *   - statistics have never been collected (CARDF -1),
      *   - they are older than the maximum age, or
      *   - the catalog row count differs from the live count by
      *     more than the tolerance, as a percentage of the live
      *     count (a live count of zero against a non-zero catalog
      *     count is always over).
      * Every table gets a line on the report (STATRPT); every
      * flagged table also gets a RUNSTATS utility statement, with a
      * comment line giving the reason, on the request list
      * (RSTATREQ) for the DBAs to review and run.
      *
      * Control cards (STATCTL) in the EXTRCTL keyword-and-value
      * shape, value from column 9: MAXAGE nnn (days) and TOLPCT nnn
      * (percent). A missing control file means the defaults of 7
      * days and 10 percent. Any input file may be missing - its
      * tables are simply not gathered.
      *
      * The catalog read is the catalog of the subsystem the job is
      * bound to: a CHECKLST entry naming a different subsystem is
      * left out and counted on the summary. Unqualified table names
      * are looked up under CURRENT SCHEMA, and catalog tables
      * (SYSIBM.) are left out - their statistics are the DBAs' own
      * housekeeping, not the window's.
      *
      * Stale statistics do not stop the window, so a flagged table
      * ends the run at RC 4. A table the catalog does not know, a
      * catalog read or count that fails, or more tables than the
      * list holds, is RC 8 - the check itself did not complete.
      * Like Db2RowCountCheck, SQL errors are handled inline per
      * table rather than through the abend-on-SQLERROR paths in
      * XSQLERR, so one bad table does not end the sweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-REGISTRY-FILE ASSIGN TO STMTREGF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-REGISTRY-FILE-STATUS.
           SELECT CHECKLIST-FILE ASSIGN TO CHECKLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-CHECKLIST-FILE-STATUS.
           SELECT COUNT-CONTROL-FILE ASSIGN TO RCCNTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-COUNT-FILE-STATUS.
           SELECT STATS-CONTROL-FILE ASSIGN TO STATCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-CTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO STATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-REPORT-FILE-STATUS.
           SELECT RUNSTATS-REQUEST-FILE ASSIGN TO RSTATREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-REQUEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The three table sources, in their owners' layouts: the
      * registry as Db2Example reads it, the checklist as
      * Db2HealthCheck reads it, the count control file as
      * Db2RowCountCheck reads it. Only the table names are used.
       FD  STMT-REGISTRY-FILE
           RECORDING MODE IS F.
       01  SREG-REC.
           05  SREG-SEQ-NBR            PIC 9(02).
           05  SREG-STMT-ID            PIC X(30).
           05  SREG-SELECT-VALUE       PIC 9(01).
           05  SREG-TABLE-NAME         PIC X(30).
           05  SREG-FREQ-CODE          PIC X(02).
           05  SREG-ENTRY-TYPE         PIC X(01).
           05  SREG-GUARD-ROWS         PIC 9(07).
           05  SREG-CRITICALITY        PIC X(01).
           05  FILLER                  PIC X(06).

       FD  CHECKLIST-FILE
           RECORDING MODE IS F.
       01  CHK-REC.
           05  CHK-SUBSYSTEM           PIC X(08).
           05  CHK-TABLE-NAME          PIC X(30).
           05  CHK-MAX-MSEC            PIC 9(05).
           05  CHK-ROWS-REQUIRED       PIC X(01).
           05  FILLER                  PIC X(36).

       FD  COUNT-CONTROL-FILE
           RECORDING MODE IS F.
       01  COUNT-CONTROL-REC.
           05  RCC-TABLE-NAME          PIC X(30).
           05  RCC-MIN-ROWS            PIC 9(09).
           05  RCC-MAX-ROWS            PIC 9(09).
           05  FILLER                  PIC X(32).

       FD  STATS-CONTROL-FILE
           RECORDING MODE IS F.
       01  STATS-CONTROL-REC.
           05  STC-KEYWORD             PIC X(08).
           05  STC-VALUE               PIC X(72).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       FD  RUNSTATS-REQUEST-FILE
           RECORDING MODE IS F.
       01  RUNSTATS-REQUEST-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  ST-REGISTRY-FILE-STATUS     PIC X(02) VALUE '00'.
       01  ST-CHECKLIST-FILE-STATUS    PIC X(02) VALUE '00'.
       01  ST-COUNT-FILE-STATUS        PIC X(02) VALUE '00'.
       01  ST-CTL-FILE-STATUS          PIC X(02) VALUE '00'.
       01  ST-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  ST-REQUEST-FILE-STATUS      PIC X(02) VALUE '00'.
       01  ST-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  ST-END-OF-FILE              VALUE 'Y'.
           88  ST-NOT-END-OF-FILE          VALUE 'N'.

       01  ST-MAX-AGE-DAYS             PIC 9(04) COMP VALUE 7.
       01  ST-TOLERANCE-PCT            PIC 9(04) COMP VALUE 10.
       01  ST-CARD-NUM                 PIC 9(03).

      * Every distinct table gathered from the three sources, with
      * the sources that named it: R (STMTREGF), C (CHECKLST) and N
      * (RCCNTL) in positions 1 to 3 of ST-TBL-SOURCES.
       01  ST-TABLE-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  ST-MAX-TABLES               PIC 9(04) COMP VALUE 200.
       01  ST-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88  ST-TABLE-IS-FULL            VALUE 'Y'.
       01  ST-TABLE-LIST.
           05  ST-TABLE-ENTRY OCCURS 200 TIMES
                       INDEXED BY ST-TBL-IDX.
               10  ST-TBL-NAME             PIC X(30).
               10  ST-TBL-SOURCES          PIC X(03).
       01  ST-ADD-NAME                 PIC X(30).
       01  ST-ADD-SOURCE-POS           PIC 9(01).
       01  ST-ADD-SOURCE               PIC X(01).

      * Host variables. The catalog keys on creator and name, so a
      * qualified table name is split at its period; CURRENT SCHEMA
      * stands in for the creator of an unqualified one.
       01  ST-CURRENT-SCHEMA           PIC X(30) VALUE SPACES.
       01  ST-CURRENT-SERVER           PIC X(16) VALUE SPACES.
       01  ST-NAME-PART-1              PIC X(30).
       01  ST-NAME-PART-2              PIC X(30).
       01  ST-NAME-PART-COUNT          PIC 9(04) COMP.
       01  ST-CREATOR                  PIC X(30).
       01  ST-TABLE                    PIC X(30).
       01  ST-CAT-DBNAME               PIC X(08).
       01  ST-CAT-TSNAME               PIC X(08).
       01  ST-CAT-STATS-DATE           PIC X(10).
       01  ST-CAT-AGE-DAYS             PIC S9(09) COMP-5.
       01  ST-CAT-ROWS                 PIC S9(15) COMP-3.
      * COUNT_BIG rather than COUNT: the tables whose statistics
      * matter most are the ones large enough to pass an INTEGER.
       01  ST-LIVE-ROWS                PIC S9(18) COMP-5.
       01  ST-DIFF-ROWS                PIC S9(18) COMP-3.
       01  ST-DIFF-PCT                 PIC S9(05)V9 COMP-3.
       01  ST-DYN-SQL-TXT              PIC X(80).
       01  ST-DYN-SQL-PTR              PIC S9(04) COMP.
       01  ST-FAILED-SQLCODE           PIC S9(09) COMP.

      * One table's findings.
       01  ST-STATUS-TEXT              PIC X(11).
       01  ST-STALE-SWITCH             PIC X(01) VALUE 'N'.
           88  ST-IS-STALE                 VALUE 'Y'.
           88  ST-NOT-STALE                VALUE 'N'.
       01  ST-DRIFT-SWITCH             PIC X(01) VALUE 'N'.
           88  ST-HAS-DRIFTED              VALUE 'Y'.
           88  ST-NOT-DRIFTED              VALUE 'N'.
       01  ST-NEVER-SWITCH             PIC X(01) VALUE 'N'.
           88  ST-NEVER-COLLECTED          VALUE 'Y'.
           88  ST-WAS-COLLECTED            VALUE 'N'.

       01  ST-SKIPPED-SUBSYS-COUNT     PIC 9(04) COMP VALUE ZERO.
       01  ST-OVERFLOW-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  ST-CHECKED-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  ST-FLAGGED-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  ST-ERROR-COUNT              PIC 9(04) COMP VALUE ZERO.

       01  ST-AGE-DISP                 PIC ZZZZ9.
       01  ST-CAT-ROWS-DISP            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  ST-LIVE-ROWS-DISP           PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  ST-PCT-DISP                 PIC ZZZZ9.9.
       01  ST-SQLCODE-DISP             PIC -(4)9.
       01  ST-COUNT-DISP               PIC ZZZ9.
       01  ST-LIMIT-DISP               PIC ZZZ9.

       01  ST-HEADING-1                PIC X(58) VALUE
           'CATALOG STATISTICS STALENESS CHECK'.
       01  ST-HEADING-2A               PIC X(51) VALUE
           'TABLE                          SRC STATS DATE   AGE'.
       01  ST-HEADING-2B               PIC X(48) VALUE
           '    CATALOG ROWS       LIVE ROWS   DIFF%  STATUS'.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT RUNSTATS-REQUEST-FILE

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM READ-CONTROL-CARDS
           PERFORM GET-SPECIAL-REGISTERS
           PERFORM WRITE-REPORT-HEADING
           PERFORM GATHER-REGISTRY-TABLES
           PERFORM GATHER-CHECKLIST-TABLES
           PERFORM GATHER-COUNT-CONTROL-TABLES
           PERFORM CHECK-ONE-TABLE THRU CHECK-ONE-TABLE-EXIT
               VARYING ST-TBL-IDX FROM 1 BY 1
               UNTIL ST-TBL-IDX > ST-TABLE-COUNT
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           CLOSE RUNSTATS-REQUEST-FILE
           EVALUATE TRUE
               WHEN ST-ERROR-COUNT > ZERO
                   OR ST-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN ST-FLAGGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

      * A missing control file is not an error - the defaults above
      * stand.
       READ-CONTROL-CARDS.
           OPEN INPUT STATS-CONTROL-FILE
           IF ST-CTL-FILE-STATUS = '00'
               SET ST-NOT-END-OF-FILE TO TRUE
               PERFORM READ-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD
                   UNTIL ST-END-OF-FILE
               CLOSE STATS-CONTROL-FILE
           END-IF.
       READ-CONTROL-CARDS-EXIT.
           EXIT.

       READ-CONTROL-CARD.
           READ STATS-CONTROL-FILE
               AT END
                   SET ST-END-OF-FILE TO TRUE
           END-READ.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       APPLY-CONTROL-CARD.
           EVALUATE STC-KEYWORD
               WHEN 'MAXAGE  '
                   IF STC-VALUE(1:3) IS NUMERIC
                       MOVE STC-VALUE(1:3) TO ST-CARD-NUM
                       MOVE ST-CARD-NUM TO ST-MAX-AGE-DAYS
                   ELSE
                       DISPLAY 'Stats card skipped (not numeric): '
                           STATS-CONTROL-REC(1:20)
                   END-IF
               WHEN 'TOLPCT  '
                   IF STC-VALUE(1:3) IS NUMERIC
                       MOVE STC-VALUE(1:3) TO ST-CARD-NUM
                       MOVE ST-CARD-NUM TO ST-TOLERANCE-PCT
                   ELSE
                       DISPLAY 'Stats card skipped (not numeric): '
                           STATS-CONTROL-REC(1:20)
                   END-IF
               WHEN '*       '
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Unknown stats control card: '
                       STC-KEYWORD
           END-EVALUATE
           PERFORM READ-CONTROL-CARD.
       APPLY-CONTROL-CARD-EXIT.
           EXIT.

      * The schema that qualifies an unqualified table name, and the
      * subsystem whose catalog this run is reading, which decides
      * which CHECKLST entries belong to it.
       GET-SPECIAL-REGISTERS.
           EXEC SQL
               SET :ST-CURRENT-SCHEMA = CURRENT SCHEMA
           END-EXEC
           EXEC SQL
               SET :ST-CURRENT-SERVER = CURRENT SERVER
           END-EXEC.
       GET-SPECIAL-REGISTERS-EXIT.
           EXIT.

      * ---------------------------------------------------------
      * Gathering. Each source is read start to end and each name
      * handed to ADD-TABLE-NAME, which keeps one entry per table.
      * ---------------------------------------------------------
       GATHER-REGISTRY-TABLES.
           OPEN INPUT STMT-REGISTRY-FILE
           IF ST-REGISTRY-FILE-STATUS = '00'
               SET ST-NOT-END-OF-FILE TO TRUE
               PERFORM READ-REGISTRY-ENTRY
               PERFORM GATHER-REGISTRY-ENTRY
                   UNTIL ST-END-OF-FILE
               CLOSE STMT-REGISTRY-FILE
           END-IF.
       GATHER-REGISTRY-TABLES-EXIT.
           EXIT.

       READ-REGISTRY-ENTRY.
           READ STMT-REGISTRY-FILE
               AT END
                   SET ST-END-OF-FILE TO TRUE
           END-READ.
       READ-REGISTRY-ENTRY-EXIT.
           EXIT.

       GATHER-REGISTRY-ENTRY.
           MOVE SREG-TABLE-NAME TO ST-ADD-NAME
           MOVE 1 TO ST-ADD-SOURCE-POS
           MOVE 'R' TO ST-ADD-SOURCE
           PERFORM ADD-TABLE-NAME THRU ADD-TABLE-NAME-EXIT
           PERFORM READ-REGISTRY-ENTRY.
       GATHER-REGISTRY-ENTRY-EXIT.
           EXIT.

       GATHER-CHECKLIST-TABLES.
           OPEN INPUT CHECKLIST-FILE
           IF ST-CHECKLIST-FILE-STATUS = '00'
               SET ST-NOT-END-OF-FILE TO TRUE
               PERFORM READ-CHECKLIST-ENTRY
               PERFORM GATHER-CHECKLIST-ENTRY
                   UNTIL ST-END-OF-FILE
               CLOSE CHECKLIST-FILE
           END-IF.
       GATHER-CHECKLIST-TABLES-EXIT.
           EXIT.

       READ-CHECKLIST-ENTRY.
           READ CHECKLIST-FILE
               AT END
                   SET ST-END-OF-FILE TO TRUE
           END-READ.
       READ-CHECKLIST-ENTRY-EXIT.
           EXIT.

      * A blank CHK-SUBSYSTEM is the subsystem the job is bound to,
      * as it is to Db2HealthCheck.
       GATHER-CHECKLIST-ENTRY.
           IF CHK-SUBSYSTEM = SPACES
               OR CHK-SUBSYSTEM = ST-CURRENT-SERVER
               MOVE CHK-TABLE-NAME TO ST-ADD-NAME
               MOVE 2 TO ST-ADD-SOURCE-POS
               MOVE 'C' TO ST-ADD-SOURCE
               PERFORM ADD-TABLE-NAME THRU ADD-TABLE-NAME-EXIT
           ELSE
               ADD 1 TO ST-SKIPPED-SUBSYS-COUNT
               DISPLAY 'Checklist entry on ' CHK-SUBSYSTEM
                   ' not checked: ' CHK-TABLE-NAME
           END-IF
           PERFORM READ-CHECKLIST-ENTRY.
       GATHER-CHECKLIST-ENTRY-EXIT.
           EXIT.

       GATHER-COUNT-CONTROL-TABLES.
           OPEN INPUT COUNT-CONTROL-FILE
           IF ST-COUNT-FILE-STATUS = '00'
               SET ST-NOT-END-OF-FILE TO TRUE
               PERFORM READ-COUNT-CONTROL-ENTRY
               PERFORM GATHER-COUNT-CONTROL-ENTRY
                   UNTIL ST-END-OF-FILE
               CLOSE COUNT-CONTROL-FILE
           END-IF.
       GATHER-COUNT-CONTROL-TABLES-EXIT.
           EXIT.

       READ-COUNT-CONTROL-ENTRY.
           READ COUNT-CONTROL-FILE
               AT END
                   SET ST-END-OF-FILE TO TRUE
           END-READ.
       READ-COUNT-CONTROL-ENTRY-EXIT.
           EXIT.

       GATHER-COUNT-CONTROL-ENTRY.
           MOVE RCC-TABLE-NAME TO ST-ADD-NAME
           MOVE 3 TO ST-ADD-SOURCE-POS
           MOVE 'N' TO ST-ADD-SOURCE
           PERFORM ADD-TABLE-NAME THRU ADD-TABLE-NAME-EXIT
           PERFORM READ-COUNT-CONTROL-ENTRY.
       GATHER-COUNT-CONTROL-ENTRY-EXIT.
           EXIT.

      * A table already on the list only gains the new source's
      * letter. A blank name (a registry entry with no table) and a
      * catalog table are not gathered; a new name that finds the
      * list full is counted and named in the job log, and the run
      * ends at RC 8 rather than pass a table it never looked at.
       ADD-TABLE-NAME.
           IF ST-ADD-NAME = SPACES
               OR ST-ADD-NAME(1:7) = 'SYSIBM.'
               GO TO ADD-TABLE-NAME-EXIT
           END-IF
           SET ST-TBL-IDX TO 1
           SEARCH ST-TABLE-ENTRY
               AT END
                   CONTINUE
               WHEN ST-TBL-IDX > ST-TABLE-COUNT
                   CONTINUE
               WHEN ST-TBL-NAME(ST-TBL-IDX) = ST-ADD-NAME
                   MOVE ST-ADD-SOURCE TO
                       ST-TBL-SOURCES(ST-TBL-IDX)(ST-ADD-SOURCE-POS:1)
                   GO TO ADD-TABLE-NAME-EXIT
           END-SEARCH
           IF ST-TABLE-COUNT NOT < ST-MAX-TABLES
               SET ST-TABLE-IS-FULL TO TRUE
               ADD 1 TO ST-OVERFLOW-COUNT
               DISPLAY 'Stats table list full - not checked: '
                   ST-ADD-NAME
               GO TO ADD-TABLE-NAME-EXIT
           END-IF
           ADD 1 TO ST-TABLE-COUNT
           SET ST-TBL-IDX TO ST-TABLE-COUNT
           MOVE ST-ADD-NAME TO ST-TBL-NAME(ST-TBL-IDX)
           MOVE SPACES TO ST-TBL-SOURCES(ST-TBL-IDX)
           MOVE ST-ADD-SOURCE TO
               ST-TBL-SOURCES(ST-TBL-IDX)(ST-ADD-SOURCE-POS:1).
       ADD-TABLE-NAME-EXIT.
           EXIT.

      * ---------------------------------------------------------
      * Checking. One table's catalog entry, its live count, and
      * its verdict.
      * ---------------------------------------------------------
       CHECK-ONE-TABLE.
           ADD 1 TO ST-CHECKED-COUNT
           SET ST-NOT-STALE TO TRUE
           SET ST-NOT-DRIFTED TO TRUE
           SET ST-WAS-COLLECTED TO TRUE
           MOVE ZERO TO ST-LIVE-ROWS ST-DIFF-PCT
           PERFORM SPLIT-TABLE-NAME
           PERFORM READ-CATALOG-ENTRY
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'NOT FOUND' TO ST-STATUS-TEXT
                   ADD 1 TO ST-ERROR-COUNT
                   PERFORM WRITE-RESULT-LINE
                   GO TO CHECK-ONE-TABLE-EXIT
               WHEN SQLCODE < ZERO
                   MOVE SQLCODE TO ST-FAILED-SQLCODE
                   MOVE 'FAILED' TO ST-STATUS-TEXT
                   ADD 1 TO ST-ERROR-COUNT
                   PERFORM WRITE-RESULT-LINE
                   GO TO CHECK-ONE-TABLE-EXIT
           END-EVALUATE
           PERFORM RUN-COUNT-QUERY
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO ST-FAILED-SQLCODE
               MOVE 'FAILED' TO ST-STATUS-TEXT
               ADD 1 TO ST-ERROR-COUNT
               PERFORM WRITE-RESULT-LINE
               GO TO CHECK-ONE-TABLE-EXIT
           END-IF
           PERFORM JUDGE-STATISTICS
           PERFORM WRITE-RESULT-LINE
           IF ST-NEVER-COLLECTED OR ST-IS-STALE OR ST-HAS-DRIFTED
               ADD 1 TO ST-FLAGGED-COUNT
               PERFORM WRITE-RUNSTATS-REQUEST
           END-IF.
       CHECK-ONE-TABLE-EXIT.
           EXIT.

       SPLIT-TABLE-NAME.
           MOVE SPACES TO ST-NAME-PART-1 ST-NAME-PART-2
           MOVE ZERO TO ST-NAME-PART-COUNT
           UNSTRING ST-TBL-NAME(ST-TBL-IDX) DELIMITED BY '.'
               INTO ST-NAME-PART-1 ST-NAME-PART-2
               TALLYING IN ST-NAME-PART-COUNT
           END-UNSTRING
           IF ST-NAME-PART-2 = SPACES
               MOVE ST-CURRENT-SCHEMA TO ST-CREATOR
               MOVE ST-NAME-PART-1 TO ST-TABLE
           ELSE
               MOVE ST-NAME-PART-1 TO ST-CREATOR
               MOVE ST-NAME-PART-2 TO ST-TABLE
           END-IF.
       SPLIT-TABLE-NAME-EXIT.
           EXIT.

      * Statistics age is counted in whole days by Db2 itself, from
      * the date RUNSTATS last ran to today. CARDF is a float in the
      * catalog; as a whole number it compares directly with the
      * live count.
       READ-CATALOG-ENTRY.
           MOVE SPACES TO ST-CAT-DBNAME ST-CAT-TSNAME
                          ST-CAT-STATS-DATE
           MOVE ZERO TO ST-CAT-AGE-DAYS ST-CAT-ROWS
           EXEC SQL
               SELECT DBNAME, TSNAME,
                      CHAR(DATE(STATSTIME), ISO),
                      DAYS(CURRENT DATE) - DAYS(STATSTIME),
                      DECIMAL(CARDF, 15, 0)
                 INTO :ST-CAT-DBNAME, :ST-CAT-TSNAME,
                      :ST-CAT-STATS-DATE,
                      :ST-CAT-AGE-DAYS,
                      :ST-CAT-ROWS
                 FROM SYSIBM.SYSTABLES
                WHERE CREATOR = :ST-CREATOR
                  AND NAME = :ST-TABLE
                  AND TYPE = 'T'
           END-EXEC.
       READ-CATALOG-ENTRY-EXIT.
           EXIT.

      * Same dynamic-statement shape as Db2RowCountCheck: EXECUTE
      * only runs if the PREPARE itself came back clean.
       RUN-COUNT-QUERY.
           MOVE SPACES TO ST-DYN-SQL-TXT
           MOVE 1 TO ST-DYN-SQL-PTR
           STRING 'SELECT COUNT_BIG(*) FROM ' DELIMITED BY SIZE
                   ST-TBL-NAME(ST-TBL-IDX) DELIMITED BY SPACE
               INTO ST-DYN-SQL-TXT
               WITH POINTER ST-DYN-SQL-PTR
           END-STRING
           EXEC SQL
               PREPARE STSTMT FROM :ST-DYN-SQL-TXT
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   EXECUTE STSTMT INTO :ST-LIVE-ROWS
               END-EXEC
           END-IF.
       RUN-COUNT-QUERY-EXIT.
           EXIT.

      * Never-collected statistics say nothing about age or size,
      * so they are their own verdict. Otherwise age and drift are
      * judged separately and a table can fail both.
       JUDGE-STATISTICS.
           IF ST-CAT-ROWS < ZERO
               SET ST-NEVER-COLLECTED TO TRUE
               MOVE 'NEVER' TO ST-STATUS-TEXT
           ELSE
               IF ST-CAT-AGE-DAYS > ST-MAX-AGE-DAYS
                   SET ST-IS-STALE TO TRUE
               END-IF
               IF ST-CAT-ROWS > ST-LIVE-ROWS
                   COMPUTE ST-DIFF-ROWS = ST-CAT-ROWS - ST-LIVE-ROWS
               ELSE
                   COMPUTE ST-DIFF-ROWS = ST-LIVE-ROWS - ST-CAT-ROWS
               END-IF
               IF ST-LIVE-ROWS = ZERO
                   IF ST-DIFF-ROWS > ZERO
                       MOVE 99999.9 TO ST-DIFF-PCT
                   END-IF
               ELSE
                   COMPUTE ST-DIFF-PCT ROUNDED =
                           ST-DIFF-ROWS * 100 / ST-LIVE-ROWS
                       ON SIZE ERROR
                           MOVE 99999.9 TO ST-DIFF-PCT
                   END-COMPUTE
               END-IF
               IF ST-DIFF-PCT > ST-TOLERANCE-PCT
                   SET ST-HAS-DRIFTED TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN ST-IS-STALE AND ST-HAS-DRIFTED
                       MOVE 'STALE DRIFT' TO ST-STATUS-TEXT
                   WHEN ST-IS-STALE
                       MOVE 'STALE' TO ST-STATUS-TEXT
                   WHEN ST-HAS-DRIFTED
                       MOVE 'DRIFT' TO ST-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'OK' TO ST-STATUS-TEXT
               END-EVALUATE
           END-IF.
       JUDGE-STATISTICS-EXIT.
           EXIT.

      * ---------------------------------------------------------
      * Output.
      * ---------------------------------------------------------
       WRITE-RESULT-LINE.
           MOVE SPACES TO RPT-REC
           EVALUATE ST-STATUS-TEXT
               WHEN 'FAILED'
                   MOVE ST-FAILED-SQLCODE TO ST-SQLCODE-DISP
                   STRING ST-TBL-NAME(ST-TBL-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-TBL-SOURCES(ST-TBL-IDX) DELIMITED BY SIZE
                           ' SQLCODE ' DELIMITED BY SIZE
                           ST-SQLCODE-DISP DELIMITED BY SIZE
                           '  FAILED' DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
               WHEN 'NOT FOUND'
                   STRING ST-TBL-NAME(ST-TBL-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-TBL-SOURCES(ST-TBL-IDX) DELIMITED BY SIZE
                           ' NOT IN CATALOG AS ' DELIMITED BY SIZE
                           ST-CREATOR DELIMITED BY SPACE
                           '.' DELIMITED BY SIZE
                           ST-TABLE DELIMITED BY SPACE
                           '  NOT FOUND' DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
               WHEN 'NEVER'
                   MOVE ST-LIVE-ROWS TO ST-LIVE-ROWS-DISP
                   STRING ST-TBL-NAME(ST-TBL-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-TBL-SOURCES(ST-TBL-IDX) DELIMITED BY SIZE
                           ' NEVER COLLECTED' DELIMITED BY SIZE
                           '                  ' DELIMITED BY SIZE
                           ST-LIVE-ROWS-DISP DELIMITED BY SIZE
                           '          NEVER' DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
               WHEN OTHER
                   MOVE ST-CAT-AGE-DAYS TO ST-AGE-DISP
                   MOVE ST-CAT-ROWS TO ST-CAT-ROWS-DISP
                   MOVE ST-LIVE-ROWS TO ST-LIVE-ROWS-DISP
                   MOVE ST-DIFF-PCT TO ST-PCT-DISP
                   STRING ST-TBL-NAME(ST-TBL-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-TBL-SOURCES(ST-TBL-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-CAT-STATS-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-AGE-DISP DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-CAT-ROWS-DISP DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-LIVE-ROWS-DISP DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           ST-PCT-DISP DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           ST-STATUS-TEXT DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-RESULT-LINE-EXIT.
           EXIT.

      * One RUNSTATS utility statement per flagged table, preceded by
      * a comment line saying why, so the DBA reviewing the list
      * need not cross-check the report.
       WRITE-RUNSTATS-REQUEST.
           MOVE SPACES TO RUNSTATS-REQUEST-REC
           EVALUATE TRUE
               WHEN ST-NEVER-COLLECTED
                   STRING '-- ' DELIMITED BY SIZE
                           ST-CREATOR DELIMITED BY SPACE
                           '.' DELIMITED BY SIZE
                           ST-TABLE DELIMITED BY SPACE
                           ': STATISTICS NEVER COLLECTED'
                               DELIMITED BY SIZE
                       INTO RUNSTATS-REQUEST-REC
                   END-STRING
               WHEN OTHER
                   STRING '-- ' DELIMITED BY SIZE
                           ST-CREATOR DELIMITED BY SPACE
                           '.' DELIMITED BY SIZE
                           ST-TABLE DELIMITED BY SPACE
                           ': ' DELIMITED BY SIZE
                           ST-STATUS-TEXT DELIMITED BY '  '
                           ', STATISTICS ' DELIMITED BY SIZE
                           ST-AGE-DISP DELIMITED BY SIZE
                           ' DAYS OLD, ROWS DIFFER' DELIMITED BY SIZE
                           ST-PCT-DISP DELIMITED BY SIZE
                           '%' DELIMITED BY SIZE
                       INTO RUNSTATS-REQUEST-REC
                   END-STRING
           END-EVALUATE
           WRITE RUNSTATS-REQUEST-REC
           MOVE SPACES TO RUNSTATS-REQUEST-REC
           STRING '  RUNSTATS TABLESPACE ' DELIMITED BY SIZE
                   ST-CAT-DBNAME DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ST-CAT-TSNAME DELIMITED BY SPACE
               INTO RUNSTATS-REQUEST-REC
           END-STRING
           WRITE RUNSTATS-REQUEST-REC
           MOVE SPACES TO RUNSTATS-REQUEST-REC
           STRING '    TABLE(' DELIMITED BY SIZE
                   ST-CREATOR DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   ST-TABLE DELIMITED BY SPACE
                   ') INDEX(ALL)' DELIMITED BY SIZE
               INTO RUNSTATS-REQUEST-REC
           END-STRING
           WRITE RUNSTATS-REQUEST-REC.
       WRITE-RUNSTATS-REQUEST-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE ST-HEADING-1 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE ST-MAX-AGE-DAYS TO ST-LIMIT-DISP
           MOVE ST-TOLERANCE-PCT TO ST-COUNT-DISP
           STRING 'MAXIMUM AGE ' DELIMITED BY SIZE
                   ST-LIMIT-DISP DELIMITED BY SIZE
                   ' DAYS, ROW-COUNT TOLERANCE ' DELIMITED BY SIZE
                   ST-COUNT-DISP DELIMITED BY SIZE
                   ' PERCENT' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING ST-HEADING-2A DELIMITED BY SIZE
                   ST-HEADING-2B DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE ST-CHECKED-COUNT TO ST-COUNT-DISP
           MOVE ST-FLAGGED-COUNT TO ST-LIMIT-DISP
           MOVE SPACES TO RPT-REC
           STRING ST-COUNT-DISP DELIMITED BY SIZE
                   ' TABLES CHECKED, ' DELIMITED BY SIZE
                   ST-LIMIT-DISP DELIMITED BY SIZE
                   ' RUNSTATS REQUESTED' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF ST-ERROR-COUNT > ZERO
               MOVE ST-ERROR-COUNT TO ST-COUNT-DISP
               MOVE SPACES TO RPT-REC
               STRING ST-COUNT-DISP DELIMITED BY SIZE
                       ' TABLES COULD NOT BE CHECKED'
                           DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF ST-SKIPPED-SUBSYS-COUNT > ZERO
               MOVE ST-SKIPPED-SUBSYS-COUNT TO ST-COUNT-DISP
               MOVE SPACES TO RPT-REC
               STRING ST-COUNT-DISP DELIMITED BY SIZE
                       ' CHECKLST ENTRIES ON OTHER SUBSYSTEMS NOT '
                           DELIMITED BY SIZE
                       'CHECKED' DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF ST-OVERFLOW-COUNT > ZERO
               MOVE ST-OVERFLOW-COUNT TO ST-COUNT-DISP
               MOVE ST-MAX-TABLES TO ST-LIMIT-DISP
               MOVE SPACES TO RPT-REC
               STRING ST-COUNT-DISP DELIMITED BY SIZE
                       ' TABLES NOT CHECKED - LIST HOLDS '
                           DELIMITED BY SIZE
                       ST-LIMIT-DISP DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
