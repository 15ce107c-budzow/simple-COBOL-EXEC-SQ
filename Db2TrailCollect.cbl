      * precisely the quiet loss this step exists to catch. Any
      * mismatch (or an overflowed work table) ends at RC 4 with
      * the detail on the collection report (COLLRPT).
      *
      * The audit class also leaves the trail's daily control totals
      * behind it (AUDCTL, XACTFD). For every trail day among the
      * records it appends, the collector writes a count per program
      * id and event type and a 'T' record carrying the count
      * appended and the day's running hash (XHASH) - taken up from
      * the day's latest 'T' record already on AUDCTL, so a day
      * collected across two windows still hashes as one unbroken
      * run of records in trail order. Db2AuditArchive carries the
      * control records into AUDARCH with the days they control, and
      * Db2AuditVerify recomputes them from the live and archived
      * trail. Control totals cover what this step appends; records
      * written straight to AUDITLOG by a job outside the concurrent
      * arrangement are not under control and the verifier will
      * show their days as changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ALT-OUT-FILE ASSIGN TO ALERTQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TC-ALTOUT-FILE-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TC-AUDCTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO COLLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TC-REPORT-FILE-STATUS.
       01  ALT-OUT-REC                 PIC X(120).

       COPY XEXCFD.
       COPY XACTFD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  TC-SCDOUT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  TC-RNJOUT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  TC-ALTOUT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  TC-AUDCTL-FILE-STATUS       PIC X(02) VALUE '00'.
       01  TC-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  TC-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  TC-END-OF-INPUT             VALUE 'Y'.
                                       PIC X(100).
       01  TC-JRN-WARN-NUM             PIC 9(04).

      * Control totals for the trail days this collection appends
      * to (XACTFD). A day's hash starts from its latest 'T' record
      * already on AUDCTL, or from zero for a day new to the trail.
      * A window spans two dates, so forty days is room for any
      * backlog of held per-run datasets; past that the day's
      * records still go to the trail, uncontrolled, and the run
      * ends RC 4 like any other overflow. A day whose program/event
      * counts did not all fit in the detail table still gets its
      * 'T' record - the count and hash cover every record - but the
      * 'T' is flagged ACT-DETAIL-INCOMPLETE so the day's 'D' records
      * are not taken as the whole of it.
       01  TC-COLLECT-STAMP.
           05  TC-CS-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  TC-CS-TIME              PIC 9(08).
       01  TC-MAX-DAY-ENTRIES          PIC 9(04) COMP VALUE 40.
       01  TC-DAY-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  TC-DAY-TABLE.
           05  TC-DAY-ENTRY OCCURS 40 TIMES.
               10  TC-DAY-DATE         PIC X(08).
               10  TC-DAY-SEED-STAMP   PIC X(17).
               10  TC-DAY-HASH         PIC 9(10).
               10  TC-DAY-RECORDS      PIC 9(07) COMP.
               10  TC-DAY-DTL-SWITCH   PIC X(01).
                   88  TC-DAY-DETAIL-FULL      VALUE 'Y'.
       01  TC-MAX-CTL-ENTRIES          PIC 9(04) COMP VALUE 500.
       01  TC-CTL-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  TC-CTL-TABLE.
           05  TC-CTL-ENTRY OCCURS 500 TIMES.
               10  TC-CTL-DAY-SUB      PIC 9(04) COMP.
               10  TC-CTL-PROGRAM-ID   PIC X(08).
               10  TC-CTL-EVENT-TYPE   PIC X(08).
               10  TC-CTL-RECORDS      PIC 9(07) COMP.
       01  TC-DAY-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  TC-CTL-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  TC-WORK-DAY                 PIC X(08).
       01  TC-WORK-PROGRAM-ID          PIC X(08).
       01  TC-WORK-EVENT-TYPE          PIC X(08).
       01  TC-CTL-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
       COPY XHASHWS.

       01  TC-HEADING-1                PIC X(58) VALUE
           'PER-RUN TRAIL COLLECTION'.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT TC-CS-DATE FROM DATE YYYYMMDD
           ACCEPT TC-CS-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-AUDIT-INPUT
           PERFORM LOAD-SCD-INPUT
           PERFORM LOAD-RNJ-INPUT
           PERFORM LOAD-ALT-INPUT
           PERFORM BUILD-CONTROL-DAY THRU BUILD-CONTROL-DAY-EXIT
               VARYING TC-SUB FROM 1 BY 1
               UNTIL TC-SUB > TC-AUD-COUNT
           PERFORM LOAD-CONTROL-SEEDS
           PERFORM VERIFY-RUN-COUNTS THRU VERIFY-RUN-COUNTS-EXIT
               VARYING TC-SUB FROM 1 BY 1
               UNTIL TC-SUB > TC-RNJ-COUNT
           PERFORM MERGE-AUDIT-OUTPUT
           PERFORM WRITE-CONTROL-TOTALS THRU WRITE-CONTROL-TOTALS-EXIT
           PERFORM MERGE-EXCQ-OUTPUT
           PERFORM MERGE-SCD-OUTPUT
           PERFORM MERGE-RNJ-OUTPUT
               MOVE 'Y' TO TC-AUD-DONE(TC-MIN-SUB)
               ADD 1 TO TC-WRITTEN-COUNT
               WRITE AUDIT-OUT-REC FROM TC-AUD-IMAGE(TC-MIN-SUB)
               PERFORM TALLY-CONTROL-TOTALS THRU
                       TALLY-CONTROL-TOTALS-EXIT
           END-IF.
       MERGE-AUDIT-NEXT-EXIT.
           EXIT.

      * One appended audit record into its day's control totals, in
      * the order it went to the trail.
       TALLY-CONTROL-TOTALS.
           MOVE TC-AUD-KEY(TC-MIN-SUB)(1:8) TO TC-WORK-DAY
           PERFORM SET-CONTROL-DAY
           PERFORM FIND-CONTROL-DAY
           IF TC-DAY-SUB = ZERO
               GO TO TALLY-CONTROL-TOTALS-EXIT
           END-IF
           ADD 1 TO TC-DAY-RECORDS(TC-DAY-SUB)
           MOVE TC-DAY-HASH(TC-DAY-SUB) TO XH-HASH-VALUE
           MOVE TC-AUD-IMAGE(TC-MIN-SUB) TO XH-HASH-IMAGE
           PERFORM X017-HASH-AUDIT-REC THRU X017-EXIT
           MOVE XH-HASH-VALUE TO TC-DAY-HASH(TC-DAY-SUB)
           MOVE TC-AUD-IMAGE(TC-MIN-SUB)(18:8) TO TC-WORK-PROGRAM-ID
           MOVE TC-AUD-IMAGE(TC-MIN-SUB)(26:8) TO TC-WORK-EVENT-TYPE
           MOVE ZERO TO TC-CTL-SUB
           PERFORM SCAN-CONTROL-DETAIL THRU SCAN-CONTROL-DETAIL-EXIT
               VARYING TC-SCAN-SUB FROM 1 BY 1
               UNTIL TC-SCAN-SUB > TC-CTL-COUNT
                   OR TC-CTL-SUB > ZERO
           IF TC-CTL-SUB = ZERO
               IF TC-CTL-COUNT < TC-MAX-CTL-ENTRIES
                   ADD 1 TO TC-CTL-COUNT
                   MOVE TC-CTL-COUNT TO TC-CTL-SUB
                   MOVE TC-DAY-SUB TO TC-CTL-DAY-SUB(TC-CTL-SUB)
                   MOVE TC-WORK-PROGRAM-ID
                       TO TC-CTL-PROGRAM-ID(TC-CTL-SUB)
                   MOVE TC-WORK-EVENT-TYPE
                       TO TC-CTL-EVENT-TYPE(TC-CTL-SUB)
                   MOVE ZERO TO TC-CTL-RECORDS(TC-CTL-SUB)
               ELSE
                   SET TC-A-TABLE-OVERFLOWED TO TRUE
                   SET TC-DAY-DETAIL-FULL(TC-DAY-SUB) TO TRUE
                   GO TO TALLY-CONTROL-TOTALS-EXIT
               END-IF
           END-IF
           ADD 1 TO TC-CTL-RECORDS(TC-CTL-SUB).
       TALLY-CONTROL-TOTALS-EXIT.
           EXIT.

       SCAN-CONTROL-DETAIL.
           IF TC-CTL-DAY-SUB(TC-SCAN-SUB) = TC-DAY-SUB
               AND TC-CTL-PROGRAM-ID(TC-SCAN-SUB) = TC-WORK-PROGRAM-ID
               AND TC-CTL-EVENT-TYPE(TC-SCAN-SUB) = TC-WORK-EVENT-TYPE
               MOVE TC-SCAN-SUB TO TC-CTL-SUB
           END-IF.
       SCAN-CONTROL-DETAIL-EXIT.
           EXIT.

       SCAN-AUDIT-EARLIEST.
           IF TC-AUD-DONE(TC-SCAN-SUB) = 'N'
               AND TC-AUD-KEY(TC-SCAN-SUB) < TC-MIN-KEY
       SCAN-ALT-EARLIEST-EXIT.
           EXIT.

      * ----- control totals -------------------------------------------
      * The trail day a record is controlled under: its timestamp
      * date, or '00000000' for a date that does not read.
       SET-CONTROL-DAY.
           IF TC-WORK-DAY IS NOT NUMERIC
               MOVE '00000000' TO TC-WORK-DAY
           END-IF.
       SET-CONTROL-DAY-EXIT.
           EXIT.

      * TC-DAY-SUB for the day in TC-WORK-DAY, zero if it has none.
       FIND-CONTROL-DAY.
           MOVE ZERO TO TC-DAY-SUB
           PERFORM SCAN-CONTROL-DAY THRU SCAN-CONTROL-DAY-EXIT
               VARYING TC-SCAN-SUB FROM 1 BY 1
               UNTIL TC-SCAN-SUB > TC-DAY-COUNT
                   OR TC-DAY-SUB > ZERO.
       FIND-CONTROL-DAY-EXIT.
           EXIT.

       SCAN-CONTROL-DAY.
           IF TC-DAY-DATE(TC-SCAN-SUB) = TC-WORK-DAY
               MOVE TC-SCAN-SUB TO TC-DAY-SUB
           END-IF.
       SCAN-CONTROL-DAY-EXIT.
           EXIT.

       BUILD-CONTROL-DAY.
           MOVE TC-AUD-KEY(TC-SUB)(1:8) TO TC-WORK-DAY
           PERFORM SET-CONTROL-DAY
           PERFORM FIND-CONTROL-DAY
           IF TC-DAY-SUB > ZERO
               GO TO BUILD-CONTROL-DAY-EXIT
           END-IF
           IF TC-DAY-COUNT < TC-MAX-DAY-ENTRIES
               ADD 1 TO TC-DAY-COUNT
               MOVE TC-WORK-DAY TO TC-DAY-DATE(TC-DAY-COUNT)
               MOVE LOW-VALUES TO TC-DAY-SEED-STAMP(TC-DAY-COUNT)
               MOVE ZERO TO TC-DAY-HASH(TC-DAY-COUNT)
               MOVE ZERO TO TC-DAY-RECORDS(TC-DAY-COUNT)
               MOVE 'N' TO TC-DAY-DTL-SWITCH(TC-DAY-COUNT)
           ELSE
               SET TC-A-TABLE-OVERFLOWED TO TRUE
           END-IF.
       BUILD-CONTROL-DAY-EXIT.
           EXIT.

      * Each collected day's hash so far: the hash on its latest 'T'
      * record on AUDCTL. A missing AUDCTL is not an error - every
      * day starts from zero on the first collect.
       LOAD-CONTROL-SEEDS.
           MOVE 'N' TO TC-EOF-SWITCH
           OPEN INPUT AUDIT-CONTROL-FILE
           IF TC-AUDCTL-FILE-STATUS = '00'
               PERFORM READ-CONTROL-IN
               PERFORM APPLY-CONTROL-SEED THRU APPLY-CONTROL-SEED-EXIT
                   UNTIL TC-END-OF-INPUT
               CLOSE AUDIT-CONTROL-FILE
           END-IF.
       LOAD-CONTROL-SEEDS-EXIT.
           EXIT.

       READ-CONTROL-IN.
           READ AUDIT-CONTROL-FILE
               AT END
                   SET TC-END-OF-INPUT TO TRUE
           END-READ.
       READ-CONTROL-IN-EXIT.
           EXIT.

       APPLY-CONTROL-SEED.
           IF ACT-IS-CONTROL-REC AND ACT-DAY-TOTAL
               AND ACT-HASH IS NUMERIC
               MOVE ACT-TRAIL-DATE TO TC-WORK-DAY
               PERFORM FIND-CONTROL-DAY
               IF TC-DAY-SUB > ZERO
                   IF ACT-COLLECT-STAMP
                           NOT < TC-DAY-SEED-STAMP(TC-DAY-SUB)
                       MOVE ACT-COLLECT-STAMP
                           TO TC-DAY-SEED-STAMP(TC-DAY-SUB)
                       MOVE ACT-HASH TO TC-DAY-HASH(TC-DAY-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CONTROL-IN.
       APPLY-CONTROL-SEED-EXIT.
           EXIT.

      * Every collected day's counts, then its 'T' record, appended
      * to AUDCTL. A brand-new AUDCTL opens OUTPUT instead.
       WRITE-CONTROL-TOTALS.
           IF TC-DAY-COUNT = ZERO
               GO TO WRITE-CONTROL-TOTALS-EXIT
           END-IF
           OPEN EXTEND AUDIT-CONTROL-FILE
           IF TC-AUDCTL-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-CONTROL-FILE
           END-IF
           PERFORM WRITE-CONTROL-DAY
               VARYING TC-DAY-SUB FROM 1 BY 1
               UNTIL TC-DAY-SUB > TC-DAY-COUNT
           CLOSE AUDIT-CONTROL-FILE
           MOVE TC-CTL-WRITTEN-COUNT TO TC-COUNT-DISP
           MOVE TC-DAY-COUNT TO TC-COUNT-DISP-2
           MOVE SPACES TO RPT-REC
           STRING TC-COUNT-DISP DELIMITED BY SIZE
                   ' AUDIT CONTROL RECORDS WRITTEN FOR'
                       DELIMITED BY SIZE
                   TC-COUNT-DISP-2 DELIMITED BY SIZE
                   ' TRAIL DAYS' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       WRITE-CONTROL-DAY.
           PERFORM WRITE-CONTROL-DETAIL THRU WRITE-CONTROL-DETAIL-EXIT
               VARYING TC-CTL-SUB FROM 1 BY 1
               UNTIL TC-CTL-SUB > TC-CTL-COUNT
           MOVE SPACES TO AUDIT-CONTROL-REC
           SET ACT-IS-CONTROL-REC TO TRUE
           MOVE TC-DAY-DATE(TC-DAY-SUB) TO ACT-TRAIL-DATE
           SET ACT-DAY-TOTAL TO TRUE
           MOVE TC-COLLECT-STAMP TO ACT-COLLECT-STAMP
           MOVE TC-DAY-RECORDS(TC-DAY-SUB) TO ACT-RECORD-COUNT
           MOVE TC-DAY-HASH(TC-DAY-SUB) TO ACT-HASH
           IF TC-DAY-DETAIL-FULL(TC-DAY-SUB)
               SET ACT-DETAIL-INCOMPLETE TO TRUE
           END-IF
           WRITE AUDIT-CONTROL-REC
           ADD 1 TO TC-CTL-WRITTEN-COUNT.
       WRITE-CONTROL-DAY-EXIT.
           EXIT.

       WRITE-CONTROL-DETAIL.
           IF TC-CTL-DAY-SUB(TC-CTL-SUB) NOT = TC-DAY-SUB
               GO TO WRITE-CONTROL-DETAIL-EXIT
           END-IF
           MOVE SPACES TO AUDIT-CONTROL-REC
           SET ACT-IS-CONTROL-REC TO TRUE
           MOVE TC-DAY-DATE(TC-DAY-SUB) TO ACT-TRAIL-DATE
           SET ACT-DETAIL TO TRUE
           MOVE TC-COLLECT-STAMP TO ACT-COLLECT-STAMP
           MOVE TC-CTL-PROGRAM-ID(TC-CTL-SUB) TO ACT-PROGRAM-ID
           MOVE TC-CTL-EVENT-TYPE(TC-CTL-SUB) TO ACT-EVENT-TYPE
           MOVE TC-CTL-RECORDS(TC-CTL-SUB) TO ACT-RECORD-COUNT
           MOVE ZERO TO ACT-HASH
           WRITE AUDIT-CONTROL-REC
           ADD 1 TO TC-CTL-WRITTEN-COUNT.
       WRITE-CONTROL-DETAIL-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE TC-HEADING-1 TO RPT-REC
           END-IF.
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.

       COPY XHASH.
