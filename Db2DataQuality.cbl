       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2DataQuality.

      * Pre-window data-quality rule check. Db2RowCountCheck proves a
      * table holds roughly the right number of rows and
      * Db2RefTableSync proves its copies agree; this program proves
      * the rows themselves are sane. Each rule in the rules control
      * file (DQRULES) names a table and a predicate every good row
      * must satisfy - KEY_ID IS NOT NULL, EFF_DATE <= CURRENT DATE,
      * an EXISTS against the parent table - with the number of
      * violations the rule tolerates and the severity it fails at.
      *
      * Violations are counted with one dynamic singleton SELECT per
      * rule, the same PREPARE/EXECUTE shape as Db2RowCountCheck:
      *     SELECT COALESCE(SUM(CASE WHEN <predicate> THEN 0
      *                              ELSE 1 END), 0)
      *       FROM <table> DQT
      * so a row whose predicate is unknown (a null where the rule
      * expected a value) counts as a violation - a row has to be
      * proven good, not merely not proven bad. The correlation name
      * DQT is there for predicates that correlate a subquery back
      * to the rule's table.
      *
      * Whenever a rule finds violations, the first few offending
      * rows go to the sample file (DQSAMPLE) through a dynamic
      * cursor over the same predicate: the rule's sample columns,
      * each as RTRIM(CHAR(col)) with '-' for a null, or the row id
      * RID(DQT) when the rule names none. A rule with more
      * violations than it tolerates FAILS and is reported, and an
      * ALERTQ record is written at the rule's own severity. A rule
      * that cannot be run - its query fails - fails the same way
      * with the SQLCODE on the alert; a rule whose cards do not
      * make sense is INVALID and fails at CRIT whatever severity it
      * asked for, because a mistyped rule must hold the window the
      * way a broken table would, not wave it through.
      *
      * Any CRIT failure ends the run NO-GO at RC 8 so the scheduler
      * holds the dependent jobs; failures at WARN or INFO only end
      * it at RC 4. Like the health check, one rule's failure does
      * not stop the sweep, so SQL errors are handled inline per rule
      * rather than through the abend-on-SQLERROR paths in XSQLERR.
      *
      * Rules control cards (DQRULES), keyed by rule id in columns
      * 1-8 with the card type in column 9:
      *   R  the rule: table name (10-39), maximum violations
      *      (40-46), severity CRIT/WARN/INFO (47-50), sample rows
      *      (51-52, blank means 10)
      *   P  predicate text from column 10; further P cards for the
      *      rule continue it with a single space between, the
      *      continuation rule MNTSTMTS uses
      *   S  sample column names from column 10, separated by commas,
      *      continued the same way
      * The P and S cards follow their own R card. A card with '*'
      * in column 1 is a comment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-CONTROL-FILE ASSIGN TO DQRULES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-RULES-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DQRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-REPORT-FILE-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO DQSAMPLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-SAMPLE-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XE-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-CONTROL-FILE
           RECORDING MODE IS F.
       01  RULES-CONTROL-REC.
           05  DQR-RULE-ID             PIC X(08).
           05  DQR-CARD-TYPE           PIC X(01).
               88  DQR-RULE-CARD           VALUE 'R'.
               88  DQR-PREDICATE-CARD      VALUE 'P'.
               88  DQR-SAMPLE-CARD         VALUE 'S'.
           05  DQR-CARD-TEXT           PIC X(71).
           05  DQR-RULE-FIELDS REDEFINES DQR-CARD-TEXT.
               10  DQR-TABLE-NAME      PIC X(30).
               10  DQR-MAX-VIOLATIONS  PIC 9(07).
               10  DQR-SEVERITY        PIC X(04).
               10  DQR-SAMPLE-ROWS     PIC X(02).
               10  FILLER              PIC X(28).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

      * One record per sampled row: the rule, the run it came from
      * and the row's number within the rule's sample, then the
      * sample columns as one character string.
       FD  SAMPLE-FILE
           RECORDING MODE IS F.
       01  SAMPLE-REC.
           05  DQS-RULE-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  DQS-TIMESTAMP           PIC X(17).
           05  FILLER                  PIC X(01).
           05  DQS-ROW-NBR             PIC 9(02).
           05  FILLER                  PIC X(01).
           05  DQS-TABLE-NAME          PIC X(30).
           05  FILLER                  PIC X(01).
           05  DQS-ROW-TEXT            PIC X(200).

       COPY XALTFD.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY XSQLWS.

       01  DQ-RULES-FILE-STATUS        PIC X(02) VALUE '00'.
       01  DQ-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  DQ-SAMPLE-FILE-STATUS       PIC X(02) VALUE '00'.
       01  DQ-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  DQ-END-OF-RULES             VALUE 'Y'.

      * The rules as loaded. The card fields are kept as they came,
      * not as numbers, so a rule that does not read is judged
      * INVALID where it stands in the report rather than lost at
      * load time.
       01  DQ-RULE-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  DQ-MAX-RULES                PIC 9(04) COMP VALUE 50.
       01  DQ-OVERFLOW-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  DQ-CURRENT-RULE             PIC 9(04) COMP VALUE ZERO.
       01  DQ-RULE-TABLE.
           05  DQ-RULE-ENTRY OCCURS 50 TIMES
                       INDEXED BY DQ-RULE-IDX.
               10  DQ-RUL-ID               PIC X(08).
               10  DQ-RUL-TABLE-NAME       PIC X(30).
               10  DQ-RUL-MAX-VIOL-X       PIC X(07).
               10  DQ-RUL-MAX-VIOL REDEFINES DQ-RUL-MAX-VIOL-X
                                           PIC 9(07).
               10  DQ-RUL-SEVERITY         PIC X(04).
               10  DQ-RUL-SAMPLE-ROWS-X    PIC X(02).
               10  DQ-RUL-SAMPLE-ROWS REDEFINES DQ-RUL-SAMPLE-ROWS-X
                                           PIC 9(02).
               10  DQ-RUL-PREDICATE        PIC X(500).
               10  DQ-RUL-PRED-PTR         PIC S9(04) COMP.
               10  DQ-RUL-COLUMNS          PIC X(200).
               10  DQ-RUL-COLS-PTR         PIC S9(04) COMP.
               10  DQ-RUL-OVERRUN-SWITCH   PIC X(01).
                   88  DQ-RUL-TEXT-OVERRUN     VALUE 'Y'.
       01  DQ-SEARCH-ID                PIC X(08).
       01  DQ-CARD-TEXT-END            PIC S9(04) COMP VALUE ZERO.
       01  DQ-DEFAULT-SAMPLE-ROWS      PIC 9(02) VALUE 10.

      * One rule's run.
       01  DQ-STATUS-TEXT              PIC X(08).
       01  DQ-REASON-TEXT              PIC X(30).
       01  DQ-FAIL-SEVERITY            PIC X(04).
       01  DQ-SAMPLE-LIMIT             PIC 9(02).
       01  DQ-VIOLATION-COUNT          PIC S9(09) COMP-5.
       01  DQ-FAILED-SQLCODE           PIC S9(09) COMP.
       01  DQ-SAMPLE-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  DQ-SAMPLE-TEXT              PIC X(200).
       01  DQ-SQL-TEXT                 PIC X(1500).
       01  DQ-SQL-PTR                  PIC S9(04) COMP.
       01  DQ-COLS-PTR                 PIC S9(04) COMP.
       01  DQ-COLUMN-NAME              PIC X(30).
       01  DQ-COLUMN-COUNT             PIC 9(04) COMP VALUE ZERO.

       01  DQ-PASS-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  DQ-FAIL-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  DQ-CRIT-FAIL-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  DQ-GO-NOGO                  PIC X(05).

       01  DQ-VIOL-DISP                PIC Z,ZZZ,ZZZ,ZZ9.
       01  DQ-MAX-DISP                 PIC Z,ZZZ,ZZ9.
       01  DQ-SAMPLE-DISP              PIC Z9.
       01  DQ-SQLCODE-DISP             PIC -(4)9.
       01  DQ-COUNT-DISP               PIC ZZZ9.
       01  DQ-FAIL-DISP                PIC ZZZ9.
       01  DQ-CRIT-DISP                PIC ZZZ9.

       01  DQ-HEADING-1                PIC X(58) VALUE
           'DATA-QUALITY RULE CHECK'.
       01  DQ-HEADING-2A               PIC X(50) VALUE
           'RULE     TABLE                             VIOLATI'.
       01  DQ-HEADING-2B               PIC X(44) VALUE
           'ONS       MAX SEV   SAMPLED  STATUS   REASON'.

      * One rule's report line. A rule whose query failed shows its
      * SQLCODE where the counts would be; an invalid rule shows
      * neither, only why it is invalid.
       01  DQ-DETAIL-LINE.
           05  DQD-RULE-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  DQD-TABLE-NAME          PIC X(30).
           05  FILLER                  PIC X(01).
           05  DQD-COUNTS.
               10  DQD-VIOLATIONS      PIC Z,ZZZ,ZZZ,ZZ9.
               10  FILLER              PIC X(01).
               10  DQD-MAX             PIC Z,ZZZ,ZZ9.
           05  DQD-SQLCODE-VIEW REDEFINES DQD-COUNTS.
               10  DQD-SQLCODE-LABEL   PIC X(08).
               10  DQD-SQLCODE         PIC -(4)9.
               10  FILLER              PIC X(10).
           05  FILLER                  PIC X(01).
           05  DQD-SEVERITY            PIC X(04).
           05  FILLER                  PIC X(07).
           05  DQD-SAMPLED             PIC Z9.
           05  FILLER                  PIC X(02).
           05  DQD-STATUS              PIC X(08).
           05  FILLER                  PIC X(01).
           05  DQD-REASON              PIC X(30).

       PROCEDURE DIVISION.
       MAINLINE.
      * One timestamp for the whole run, on every sample row and
      * alert it writes.
           ACCEPT XE-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT XE-CURRENT-TIME FROM TIME
           MOVE XE-CURRENT-DATE TO XE-TS-DATE
           MOVE XE-CURRENT-TIME TO XE-TS-TIME
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT SAMPLE-FILE
           OPEN EXTEND ALERT-FILE

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM LOAD-RULES
           PERFORM WRITE-REPORT-HEADING
           PERFORM RUN-ONE-RULE THRU RUN-ONE-RULE-EXIT
               VARYING DQ-RULE-IDX FROM 1 BY 1
               UNTIL DQ-RULE-IDX > DQ-RULE-COUNT
           PERFORM WRITE-REPORT-SUMMARY

           CLOSE REPORT-FILE
           CLOSE SAMPLE-FILE
           CLOSE ALERT-FILE

           EVALUATE TRUE
               WHEN DQ-GO-NOGO = 'NO-GO'
                   MOVE 8 TO RETURN-CODE
               WHEN DQ-FAIL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

      * ---------------------------------------------------------
      * Loading the rules. A missing rules file is not an error -
      * there is nothing to check, and nothing to hold the window
      * for.
      * ---------------------------------------------------------
       LOAD-RULES.
           OPEN INPUT RULES-CONTROL-FILE
           IF DQ-RULES-FILE-STATUS = '00'
               PERFORM READ-RULES-CARD
               PERFORM APPLY-RULES-CARD THRU APPLY-RULES-CARD-EXIT
                   UNTIL DQ-END-OF-RULES
               CLOSE RULES-CONTROL-FILE
           END-IF.
       LOAD-RULES-EXIT.
           EXIT.

       READ-RULES-CARD.
           READ RULES-CONTROL-FILE
               AT END
                   SET DQ-END-OF-RULES TO TRUE
           END-READ.
       READ-RULES-CARD-EXIT.
           EXIT.

      * An R card opens a rule and makes it the current one; P and S
      * cards add to the current rule only, so a stray text card
      * can never be glued onto some other rule's predicate. A
      * repeated rule id, or a new rule that finds the table full,
      * leaves no current rule, and that rule's text cards are
      * skipped with it. A rule lost to a full table is counted and
      * holds the window: a rule that never ran proved nothing.
       APPLY-RULES-CARD.
           IF DQR-RULE-ID(1:1) = '*'
               GO TO APPLY-RULES-CARD-NEXT
           END-IF
           EVALUATE TRUE
               WHEN DQR-RULE-CARD
                   PERFORM ADD-RULE THRU ADD-RULE-EXIT
               WHEN DQR-PREDICATE-CARD
               WHEN DQR-SAMPLE-CARD
                   IF DQ-CURRENT-RULE = ZERO
                       DISPLAY 'Rule text card skipped (no rule '
                           'card before it): ' RULES-CONTROL-REC(1:20)
                       GO TO APPLY-RULES-CARD-NEXT
                   END-IF
                   SET DQ-RULE-IDX TO DQ-CURRENT-RULE
                   IF DQR-RULE-ID NOT = DQ-RUL-ID(DQ-RULE-IDX)
                       DISPLAY 'Rule text card skipped (no rule '
                           'card before it): ' RULES-CONTROL-REC(1:20)
                       GO TO APPLY-RULES-CARD-NEXT
                   END-IF
                   PERFORM APPEND-RULE-TEXT THRU APPEND-RULE-TEXT-EXIT
               WHEN OTHER
                   DISPLAY 'Unknown rule card type: '
                       RULES-CONTROL-REC(1:20)
           END-EVALUATE.
       APPLY-RULES-CARD-NEXT.
           PERFORM READ-RULES-CARD.
       APPLY-RULES-CARD-EXIT.
           EXIT.

       ADD-RULE.
           MOVE ZERO TO DQ-CURRENT-RULE
           MOVE DQR-RULE-ID TO DQ-SEARCH-ID
           SET DQ-RULE-IDX TO 1
           SEARCH DQ-RULE-ENTRY
               AT END
                   CONTINUE
               WHEN DQ-RULE-IDX > DQ-RULE-COUNT
                   CONTINUE
               WHEN DQ-RUL-ID(DQ-RULE-IDX) = DQ-SEARCH-ID
                   DISPLAY 'Rule card skipped (duplicate rule id): '
                       DQR-RULE-ID
                   GO TO ADD-RULE-EXIT
           END-SEARCH
           IF DQ-RULE-COUNT NOT < DQ-MAX-RULES
               ADD 1 TO DQ-OVERFLOW-COUNT
               DISPLAY 'Rule card skipped (table full): ' DQR-RULE-ID
               GO TO ADD-RULE-EXIT
           END-IF
           ADD 1 TO DQ-RULE-COUNT
           MOVE DQ-RULE-COUNT TO DQ-CURRENT-RULE
           SET DQ-RULE-IDX TO DQ-RULE-COUNT
           MOVE DQR-RULE-ID TO DQ-RUL-ID(DQ-RULE-IDX)
           MOVE DQR-TABLE-NAME TO DQ-RUL-TABLE-NAME(DQ-RULE-IDX)
           MOVE DQR-MAX-VIOLATIONS TO DQ-RUL-MAX-VIOL-X(DQ-RULE-IDX)
           MOVE DQR-SEVERITY TO DQ-RUL-SEVERITY(DQ-RULE-IDX)
           MOVE DQR-SAMPLE-ROWS TO DQ-RUL-SAMPLE-ROWS-X(DQ-RULE-IDX)
           MOVE SPACES TO DQ-RUL-PREDICATE(DQ-RULE-IDX)
                          DQ-RUL-COLUMNS(DQ-RULE-IDX)
           MOVE 1 TO DQ-RUL-PRED-PTR(DQ-RULE-IDX)
                     DQ-RUL-COLS-PTR(DQ-RULE-IDX)
           MOVE 'N' TO DQ-RUL-OVERRUN-SWITCH(DQ-RULE-IDX).
       ADD-RULE-EXIT.
           EXIT.

      * Trim only the card's trailing blanks before appending, the
      * way Db2Example builds maintenance statement text - interior
      * runs of spaces are legal inside a predicate's literals. Text
      * that will not fit marks the rule overrun, and it is judged
      * INVALID rather than run with half a predicate.
       APPEND-RULE-TEXT.
           PERFORM FIND-CARD-TEXT-END
               VARYING DQ-CARD-TEXT-END FROM 71 BY -1
               UNTIL DQ-CARD-TEXT-END < 1
                   OR DQR-CARD-TEXT(DQ-CARD-TEXT-END:1) NOT = SPACE
           IF DQ-CARD-TEXT-END < 1
               GO TO APPEND-RULE-TEXT-EXIT
           END-IF
           IF DQR-PREDICATE-CARD
               IF DQ-RUL-PRED-PTR(DQ-RULE-IDX) > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO DQ-RUL-PREDICATE(DQ-RULE-IDX)
                       WITH POINTER DQ-RUL-PRED-PTR(DQ-RULE-IDX)
                       ON OVERFLOW
                           SET DQ-RUL-TEXT-OVERRUN(DQ-RULE-IDX)
                               TO TRUE
                   END-STRING
               END-IF
               STRING DQR-CARD-TEXT(1:DQ-CARD-TEXT-END)
                       DELIMITED BY SIZE
                   INTO DQ-RUL-PREDICATE(DQ-RULE-IDX)
                   WITH POINTER DQ-RUL-PRED-PTR(DQ-RULE-IDX)
                   ON OVERFLOW
                       SET DQ-RUL-TEXT-OVERRUN(DQ-RULE-IDX) TO TRUE
               END-STRING
           ELSE
               IF DQ-RUL-COLS-PTR(DQ-RULE-IDX) > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO DQ-RUL-COLUMNS(DQ-RULE-IDX)
                       WITH POINTER DQ-RUL-COLS-PTR(DQ-RULE-IDX)
                       ON OVERFLOW
                           SET DQ-RUL-TEXT-OVERRUN(DQ-RULE-IDX)
                               TO TRUE
                   END-STRING
               END-IF
               STRING DQR-CARD-TEXT(1:DQ-CARD-TEXT-END)
                       DELIMITED BY SIZE
                   INTO DQ-RUL-COLUMNS(DQ-RULE-IDX)
                   WITH POINTER DQ-RUL-COLS-PTR(DQ-RULE-IDX)
                   ON OVERFLOW
                       SET DQ-RUL-TEXT-OVERRUN(DQ-RULE-IDX) TO TRUE
               END-STRING
           END-IF.
       APPEND-RULE-TEXT-EXIT.
           EXIT.

       FIND-CARD-TEXT-END.
           CONTINUE.
       FIND-CARD-TEXT-END-EXIT.
           EXIT.

      * ---------------------------------------------------------
      * Running the rules.
      * ---------------------------------------------------------
       RUN-ONE-RULE.
           MOVE ZERO TO DQ-VIOLATION-COUNT DQ-SAMPLE-COUNT
                        DQ-FAILED-SQLCODE
           MOVE SPACES TO DQ-REASON-TEXT
           PERFORM VALIDATE-RULE
           IF DQ-REASON-TEXT NOT = SPACES
               MOVE 'INVALID' TO DQ-STATUS-TEXT
               MOVE 'CRIT' TO DQ-FAIL-SEVERITY
               PERFORM RECORD-RULE-FAILURE
               GO TO RUN-ONE-RULE-EXIT
           END-IF
           MOVE DQ-RUL-SEVERITY(DQ-RULE-IDX) TO DQ-FAIL-SEVERITY
           PERFORM COUNT-VIOLATIONS
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO DQ-FAILED-SQLCODE
               MOVE 'FAILED' TO DQ-STATUS-TEXT
               PERFORM RECORD-RULE-FAILURE
               GO TO RUN-ONE-RULE-EXIT
           END-IF
           IF DQ-VIOLATION-COUNT > ZERO
               PERFORM WRITE-SAMPLE-ROWS THRU WRITE-SAMPLE-ROWS-EXIT
           END-IF
           IF DQ-VIOLATION-COUNT > DQ-RUL-MAX-VIOL(DQ-RULE-IDX)
               MOVE 'FAIL' TO DQ-STATUS-TEXT
               PERFORM RECORD-RULE-FAILURE
           ELSE
               MOVE 'PASS' TO DQ-STATUS-TEXT
               ADD 1 TO DQ-PASS-COUNT
               PERFORM WRITE-RESULT-LINE
           END-IF.
       RUN-ONE-RULE-EXIT.
           EXIT.

       VALIDATE-RULE.
           EVALUATE TRUE
               WHEN DQ-RUL-TABLE-NAME(DQ-RULE-IDX) = SPACES
                   MOVE 'NO TABLE NAMED' TO DQ-REASON-TEXT
               WHEN DQ-RUL-MAX-VIOL-X(DQ-RULE-IDX) IS NOT NUMERIC
                   MOVE 'MAXIMUM NOT NUMERIC' TO DQ-REASON-TEXT
               WHEN DQ-RUL-SEVERITY(DQ-RULE-IDX) NOT = 'CRIT'
                   AND DQ-RUL-SEVERITY(DQ-RULE-IDX) NOT = 'WARN'
                   AND DQ-RUL-SEVERITY(DQ-RULE-IDX) NOT = 'INFO'
                   MOVE 'SEVERITY NOT CRIT/WARN/INFO'
                       TO DQ-REASON-TEXT
               WHEN DQ-RUL-SAMPLE-ROWS-X(DQ-RULE-IDX) NOT = SPACES
                   AND DQ-RUL-SAMPLE-ROWS-X(DQ-RULE-IDX)
                       IS NOT NUMERIC
                   MOVE 'SAMPLE ROWS NOT NUMERIC' TO DQ-REASON-TEXT
               WHEN DQ-RUL-PREDICATE(DQ-RULE-IDX) = SPACES
                   MOVE 'NO PREDICATE' TO DQ-REASON-TEXT
               WHEN DQ-RUL-TEXT-OVERRUN(DQ-RULE-IDX)
                   MOVE 'RULE TEXT TOO LONG' TO DQ-REASON-TEXT
           END-EVALUATE.
       VALIDATE-RULE-EXIT.
           EXIT.

      * EXECUTE only runs if the PREPARE itself came back clean, the
      * same guard Db2RowCountCheck keeps.
       COUNT-VIOLATIONS.
           MOVE SPACES TO DQ-SQL-TEXT
           MOVE 1 TO DQ-SQL-PTR
           STRING 'SELECT COALESCE(SUM(CASE WHEN ' DELIMITED BY SIZE
                   DQ-RUL-PREDICATE(DQ-RULE-IDX)
                       (1:DQ-RUL-PRED-PTR(DQ-RULE-IDX) - 1)
                       DELIMITED BY SIZE
                   ' THEN 0 ELSE 1 END), 0) FROM ' DELIMITED BY SIZE
                   DQ-RUL-TABLE-NAME(DQ-RULE-IDX) DELIMITED BY SPACE
                   ' DQT' DELIMITED BY SIZE
               INTO DQ-SQL-TEXT
               WITH POINTER DQ-SQL-PTR
           END-STRING
           EXEC SQL
               PREPARE DQCSTMT FROM :DQ-SQL-TEXT
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   EXECUTE DQCSTMT INTO :DQ-VIOLATION-COUNT
               END-EXEC
           END-IF.
       COUNT-VIOLATIONS-EXIT.
           EXIT.

      * The sample is evidence, not the verdict: a sample query that
      * fails is named in the job log and the rule is judged on its
      * count alone.
       WRITE-SAMPLE-ROWS.
           IF DQ-RUL-SAMPLE-ROWS-X(DQ-RULE-IDX) = SPACES
               OR DQ-RUL-SAMPLE-ROWS(DQ-RULE-IDX) = ZERO
               MOVE DQ-DEFAULT-SAMPLE-ROWS TO DQ-SAMPLE-LIMIT
           ELSE
               MOVE DQ-RUL-SAMPLE-ROWS(DQ-RULE-IDX) TO DQ-SAMPLE-LIMIT
           END-IF
           PERFORM BUILD-SAMPLE-QUERY
           EXEC SQL
               DECLARE DQSCSR CURSOR FOR DQSSTMT
           END-EXEC
           EXEC SQL
               PREPARE DQSSTMT FROM :DQ-SQL-TEXT
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   OPEN DQSCSR
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO DQ-SQLCODE-DISP
               DISPLAY 'Sample query failed for rule '
                   DQ-RUL-ID(DQ-RULE-IDX) ' SQLCODE ' DQ-SQLCODE-DISP
               GO TO WRITE-SAMPLE-ROWS-EXIT
           END-IF
           PERFORM FETCH-SAMPLE-ROW
               UNTIL SQLCODE NOT = ZERO
                   OR DQ-SAMPLE-COUNT NOT < DQ-SAMPLE-LIMIT
           EXEC SQL
               CLOSE DQSCSR
           END-EXEC.
       WRITE-SAMPLE-ROWS-EXIT.
           EXIT.

      * The select list is one character column: each sample column
      * as RTRIM(CHAR(col)), '-' standing in for a null so the
      * concatenation survives it, blank-separated - or the row id
      * when the rule names no sample columns.
       BUILD-SAMPLE-QUERY.
           MOVE SPACES TO DQ-SQL-TEXT
           MOVE 1 TO DQ-SQL-PTR
           MOVE ZERO TO DQ-COLUMN-COUNT
           STRING 'SELECT ' DELIMITED BY SIZE
               INTO DQ-SQL-TEXT
               WITH POINTER DQ-SQL-PTR
           END-STRING
           MOVE 1 TO DQ-COLS-PTR
           PERFORM ADD-SAMPLE-COLUMN
               UNTIL DQ-COLS-PTR > 200
           IF DQ-COLUMN-COUNT = ZERO
               STRING '''RID '' CONCAT CHAR(RID(DQT))'
                       DELIMITED BY SIZE
                   INTO DQ-SQL-TEXT
                   WITH POINTER DQ-SQL-PTR
               END-STRING
           END-IF
           MOVE DQ-SAMPLE-LIMIT TO DQ-SAMPLE-DISP
           STRING ' FROM ' DELIMITED BY SIZE
                   DQ-RUL-TABLE-NAME(DQ-RULE-IDX) DELIMITED BY SPACE
                   ' DQT WHERE CASE WHEN ' DELIMITED BY SIZE
                   DQ-RUL-PREDICATE(DQ-RULE-IDX)
                       (1:DQ-RUL-PRED-PTR(DQ-RULE-IDX) - 1)
                       DELIMITED BY SIZE
                   ' THEN 0 ELSE 1 END = 1 FETCH FIRST '
                       DELIMITED BY SIZE
                   DQ-SAMPLE-DISP DELIMITED BY SIZE
                   ' ROWS ONLY' DELIMITED BY SIZE
               INTO DQ-SQL-TEXT
               WITH POINTER DQ-SQL-PTR
           END-STRING.
       BUILD-SAMPLE-QUERY-EXIT.
           EXIT.

      * Column names are separated by commas, blanks or both; the
      * empty names between a comma and a blank are skipped.
       ADD-SAMPLE-COLUMN.
           MOVE SPACES TO DQ-COLUMN-NAME
           UNSTRING DQ-RUL-COLUMNS(DQ-RULE-IDX)
               DELIMITED BY ',' OR ' '
               INTO DQ-COLUMN-NAME
               WITH POINTER DQ-COLS-PTR
           END-UNSTRING
           IF DQ-COLUMN-NAME NOT = SPACES
               IF DQ-COLUMN-COUNT > ZERO
                   STRING ' CONCAT '' '' CONCAT ' DELIMITED BY SIZE
                       INTO DQ-SQL-TEXT
                       WITH POINTER DQ-SQL-PTR
                   END-STRING
               END-IF
               ADD 1 TO DQ-COLUMN-COUNT
               STRING 'COALESCE(RTRIM(CHAR(' DELIMITED BY SIZE
                       DQ-COLUMN-NAME DELIMITED BY SPACE
                       ')), ''-'')' DELIMITED BY SIZE
                   INTO DQ-SQL-TEXT
                   WITH POINTER DQ-SQL-PTR
               END-STRING
           END-IF.
       ADD-SAMPLE-COLUMN-EXIT.
           EXIT.

       FETCH-SAMPLE-ROW.
           MOVE SPACES TO DQ-SAMPLE-TEXT
           EXEC SQL
               FETCH DQSCSR INTO :DQ-SAMPLE-TEXT
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO DQ-SAMPLE-COUNT
               MOVE SPACES TO SAMPLE-REC
               MOVE DQ-RUL-ID(DQ-RULE-IDX) TO DQS-RULE-ID
               MOVE XE-TIMESTAMP TO DQS-TIMESTAMP
               MOVE DQ-SAMPLE-COUNT TO DQS-ROW-NBR
               MOVE DQ-RUL-TABLE-NAME(DQ-RULE-IDX) TO DQS-TABLE-NAME
               MOVE DQ-SAMPLE-TEXT TO DQS-ROW-TEXT
               WRITE SAMPLE-REC
           END-IF.
       FETCH-SAMPLE-ROW-EXIT.
           EXIT.

      * Every failure - too many violations, a query that would not
      * run, a rule that does not read - is reported and alerted at
      * the severity it fails at, and a CRIT one makes the run
      * NO-GO.
       RECORD-RULE-FAILURE.
           ADD 1 TO DQ-FAIL-COUNT
           IF DQ-FAIL-SEVERITY = 'CRIT'
               ADD 1 TO DQ-CRIT-FAIL-COUNT
           END-IF
           PERFORM WRITE-RESULT-LINE
           PERFORM WRITE-RULE-ALERT.
       RECORD-RULE-FAILURE-EXIT.
           EXIT.

       WRITE-RULE-ALERT.
           MOVE SPACES TO ALERT-REC
           MOVE XE-TIMESTAMP TO ALT-TIMESTAMP
           MOVE DQ-FAIL-SEVERITY TO ALT-SEVERITY
           MOVE 'DB2DQCHK' TO ALT-PROGRAM-ID
           STRING 'DQ-RULE ' DELIMITED BY SIZE
                   DQ-RUL-ID(DQ-RULE-IDX) DELIMITED BY SIZE
               INTO ALT-STATEMENT-ID
           END-STRING
           MOVE DQ-FAILED-SQLCODE TO ALT-SQLCODE
           EVALUATE DQ-STATUS-TEXT
               WHEN 'INVALID'
                   STRING 'RULE INVALID: ' DELIMITED BY SIZE
                           DQ-REASON-TEXT DELIMITED BY SIZE
                       INTO ALT-ERRMC-EXCERPT
                   END-STRING
               WHEN 'FAILED'
                   STRING 'RULE QUERY FAILED: ' DELIMITED BY SIZE
                           DQ-RUL-TABLE-NAME(DQ-RULE-IDX)
                               DELIMITED BY SPACE
                       INTO ALT-ERRMC-EXCERPT
                   END-STRING
               WHEN OTHER
                   MOVE DQ-VIOLATION-COUNT TO DQ-VIOL-DISP
                   MOVE DQ-RUL-MAX-VIOL(DQ-RULE-IDX) TO DQ-MAX-DISP
                   STRING DQ-VIOL-DISP DELIMITED BY SIZE
                           ' VIOLATIONS, MAX ' DELIMITED BY SIZE
                           DQ-MAX-DISP DELIMITED BY SIZE
                       INTO ALT-ERRMC-EXCERPT
                   END-STRING
           END-EVALUATE
           WRITE ALERT-REC.
       WRITE-RULE-ALERT-EXIT.
           EXIT.

      * ---------------------------------------------------------
      * Report.
      * ---------------------------------------------------------
       WRITE-RESULT-LINE.
           MOVE SPACES TO DQ-DETAIL-LINE
           MOVE DQ-RUL-ID(DQ-RULE-IDX) TO DQD-RULE-ID
           MOVE DQ-RUL-TABLE-NAME(DQ-RULE-IDX) TO DQD-TABLE-NAME
           MOVE DQ-FAIL-SEVERITY TO DQD-SEVERITY
           MOVE DQ-STATUS-TEXT TO DQD-STATUS
           EVALUATE DQ-STATUS-TEXT
               WHEN 'INVALID'
                   MOVE DQ-REASON-TEXT TO DQD-REASON
               WHEN 'FAILED'
                   MOVE ' SQLCODE' TO DQD-SQLCODE-LABEL
                   MOVE DQ-FAILED-SQLCODE TO DQD-SQLCODE
               WHEN OTHER
                   MOVE DQ-VIOLATION-COUNT TO DQD-VIOLATIONS
                   MOVE DQ-RUL-MAX-VIOL(DQ-RULE-IDX) TO DQD-MAX
                   MOVE DQ-SAMPLE-COUNT TO DQD-SAMPLED
           END-EVALUATE
           MOVE SPACES TO RPT-REC
           MOVE DQ-DETAIL-LINE TO RPT-REC
           WRITE RPT-REC.
       WRITE-RESULT-LINE-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE DQ-HEADING-1 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING DQ-HEADING-2A DELIMITED BY SIZE
                   DQ-HEADING-2B DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      * A rule lost to a full rule table holds the window the same
      * way a CRIT failure does, and pages the same way.
       WRITE-REPORT-SUMMARY.
           IF DQ-CRIT-FAIL-COUNT > ZERO
               OR DQ-OVERFLOW-COUNT > ZERO
               MOVE 'NO-GO' TO DQ-GO-NOGO
           ELSE
               MOVE 'GO' TO DQ-GO-NOGO
           END-IF
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF DQ-OVERFLOW-COUNT > ZERO
               MOVE DQ-OVERFLOW-COUNT TO DQ-COUNT-DISP
               MOVE DQ-MAX-RULES TO DQ-FAIL-DISP
               MOVE SPACES TO RPT-REC
               STRING DQ-COUNT-DISP DELIMITED BY SIZE
                       ' RULES NOT RUN - RULE TABLE HOLDS '
                           DELIMITED BY SIZE
                       DQ-FAIL-DISP DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           MOVE DQ-RULE-COUNT TO DQ-COUNT-DISP
           MOVE DQ-FAIL-COUNT TO DQ-FAIL-DISP
           MOVE DQ-CRIT-FAIL-COUNT TO DQ-CRIT-DISP
           MOVE SPACES TO RPT-REC
           STRING DQ-COUNT-DISP DELIMITED BY SIZE
                   ' RULES CHECKED, ' DELIMITED BY SIZE
                   DQ-FAIL-DISP DELIMITED BY SIZE
                   ' FAILED, ' DELIMITED BY SIZE
                   DQ-CRIT-DISP DELIMITED BY SIZE
                   ' AT CRIT - ' DELIMITED BY SIZE
                   DQ-GO-NOGO DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           IF DQ-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO ALERT-REC
               MOVE XE-TIMESTAMP TO ALT-TIMESTAMP
               MOVE 'CRIT' TO ALT-SEVERITY
               MOVE 'DB2DQCHK' TO ALT-PROGRAM-ID
               MOVE 'DQ-RULE-TABLE-FULL' TO ALT-STATEMENT-ID
               MOVE ZERO TO ALT-SQLCODE
               MOVE RPT-REC(1:40) TO ALT-ERRMC-EXCERPT
               WRITE ALERT-REC
           END-IF
           WRITE RPT-REC.
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
