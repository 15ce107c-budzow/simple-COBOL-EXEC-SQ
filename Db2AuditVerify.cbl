       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2AuditVerify.

      * Verifier for the audit trail's daily control totals. When
      * Db2TrailCollect appends a day's records to AUDITLOG it writes
      * the day's control totals to AUDCTL (XACTFD): a count per
      * program id and event type, and a running hash (XHASH) over
      * the day's records in trail order. Db2AuditArchive carries
      * both the records and their control totals into AUDARCH. This
      * program recomputes every day's counts and hash from the trail
      * as it stands today and lists, day by day, whether it still
      * matches what was collected - the evidence external audit
      * asks for that nothing was deleted from, added to or edited
      * in the trail between the night it was written and the day
      * they sample it.
      *
      * AUDITLOG is the live trail with any AUDARCH generations
      * concatenated behind it on the same DD, as for Db2AuditQuery;
      * the control records found in the archived generations are
      * taken as control totals along with the live AUDCTL. The date
      * range comes in as a JCL PARM: YYYYMMDD for one day, or
      * YYYYMMDDYYYYMMDD for an inclusive range; no PARM, or an
      * unusable one, verifies every day found. Audit records whose
      * date does not read are controlled as day '00000000' and are
      * verified only when no range is given.
      *
      * A day:
      *   MATCHES    - record count, every program/event count and
      *                the hash agree with the control totals
      *   CHANGED    - any of them differs; the differing counts are
      *                listed under the day, and a day with control
      *                totals but no records left at all shows here
      *   NO CONTROL - records with no control totals: a day written
      *                before the control totals existed, a job that
      *                wrote straight to AUDITLOG, or control records
      *                that have themselves gone missing
      *   DETAIL FULL - record count and hash agree, but the control
      *                set was flagged ACT-DETAIL-INCOMPLETE when the
      *                collector's table filled, so the program/event
      *                counts cannot be checked
      * The day's hash is checked against the control set with the
      * latest collection stamp, which carries the hash of every
      * record collected for the day; the counts are checked against
      * the sum of every set. RC 8 when any day has CHANGED, RC 4
      * when a day has NO CONTROL or DETAIL FULL or a table
      * overflowed (so some days could not be verified), otherwise
      * zero. The report is
      * AUDVRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-AUDIT-FILE-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-AUDCTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO AUDVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY XAUDFD.
       COPY XACTFD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  AV-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
       01  AV-AUDCTL-FILE-STATUS       PIC X(02) VALUE '00'.
       01  AV-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  AV-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  AV-END-OF-AUDIT             VALUE 'Y'.
       01  AV-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  AV-END-OF-CONTROL           VALUE 'Y'.
       01  AV-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
           88  AV-A-TABLE-OVERFLOWED       VALUE 'Y'.
       01  AV-RANGE-SWITCH             PIC X(01) VALUE 'N'.
           88  AV-RANGE-GIVEN              VALUE 'Y'.
       01  AV-IN-RANGE-SWITCH          PIC X(01) VALUE 'N'.
           88  AV-DAY-IN-RANGE             VALUE 'Y'.
           88  AV-DAY-OUT-OF-RANGE         VALUE 'N'.

       01  AV-FROM-DATE                PIC X(08) VALUE '00000000'.
       01  AV-TO-DATE                  PIC X(08) VALUE '99999999'.
       01  AV-WORK-DAY                 PIC X(08).
       01  AV-WORK-PROGRAM-ID          PIC X(08).
       01  AV-WORK-EVENT-TYPE          PIC X(08).
       01  AV-DAY-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  AV-DTL-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  AV-MIN-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  AV-MIN-DATE                 PIC X(08).
       01  AV-PRINTED-COUNT            PIC 9(04) COMP VALUE ZERO.

       01  AV-TRAIL-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  AV-CTL-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  AV-MATCH-DAYS               PIC 9(05) COMP VALUE ZERO.
       01  AV-CHANGED-DAYS             PIC 9(05) COMP VALUE ZERO.
       01  AV-UNCONTROLLED-DAYS        PIC 9(05) COMP VALUE ZERO.
       01  AV-DETAIL-FULL-DAYS         PIC 9(05) COMP VALUE ZERO.
       01  AV-COUNT-DISP               PIC ZZZ,ZZ9.
       01  AV-COUNT-DISP-2             PIC ZZZ,ZZ9.
       01  AV-SETS-DISP                PIC ZZ9.

      * Every trail day in range: what the trail holds now, and what
      * the control totals say it held.
       01  AV-MAX-DAY-ENTRIES          PIC 9(04) COMP VALUE 800.
       01  AV-DAY-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  AV-DAY-TABLE.
           05  AV-DAY-ENTRY OCCURS 800 TIMES
                       INDEXED BY AV-DAY-IDX.
               10  AV-DAY-DATE             PIC X(08).
               10  AV-DAY-TRAIL-COUNT      PIC 9(07) COMP.
               10  AV-DAY-TRAIL-HASH       PIC 9(10).
               10  AV-DAY-CTL-COUNT        PIC 9(07) COMP.
               10  AV-DAY-CTL-SETS         PIC 9(04) COMP.
               10  AV-DAY-CTL-STAMP        PIC X(17).
               10  AV-DAY-CTL-HASH         PIC 9(10).
               10  AV-DAY-DETAIL-DIFFS     PIC 9(04) COMP.
               10  AV-DAY-DTL-SWITCH       PIC X(01).
                   88  AV-DAY-DETAIL-FULL      VALUE 'Y'.
               10  AV-DAY-PRINTED          PIC X(01).

      * Per day, program id and event type: the two counts.
       01  AV-MAX-DTL-ENTRIES          PIC 9(04) COMP VALUE 4000.
       01  AV-DTL-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  AV-DTL-TABLE.
           05  AV-DTL-ENTRY OCCURS 4000 TIMES
                       INDEXED BY AV-DTL-IDX.
               10  AV-DTL-DAY-SUB          PIC 9(04) COMP.
               10  AV-DTL-PROGRAM-ID       PIC X(08).
               10  AV-DTL-EVENT-TYPE       PIC X(08).
               10  AV-DTL-TRAIL-COUNT      PIC 9(07) COMP.
               10  AV-DTL-CTL-COUNT        PIC 9(07) COMP.

       COPY XHASHWS.

       01  AV-HEADING-1                PIC X(58) VALUE
           'AUDIT TRAIL CONTROL TOTAL VERIFICATION'.
       01  AV-HEADING-2                PIC X(60) VALUE
           'DAY      RECORDS CONTROLLED SETS   VERDICT'.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-DATA            PIC X(30).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAINLINE.
           PERFORM GET-DATE-RANGE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
      * A missing trail or control file is not an error here - the
      * days it would have held show up as CHANGED or NO CONTROL,
      * which is the finding.
           OPEN INPUT AUDIT-LOG-FILE
           IF AV-AUDIT-FILE-STATUS = '00'
               PERFORM READ-AUDIT-RECORD
               PERFORM PROCESS-AUDIT-RECORD THRU
                       PROCESS-AUDIT-RECORD-EXIT
                   UNTIL AV-END-OF-AUDIT
               CLOSE AUDIT-LOG-FILE
           END-IF
           OPEN INPUT AUDIT-CONTROL-FILE
           IF AV-AUDCTL-FILE-STATUS = '00'
               PERFORM READ-CONTROL-RECORD
               PERFORM PROCESS-CONTROL-RECORD THRU
                       PROCESS-CONTROL-RECORD-EXIT
                   UNTIL AV-END-OF-CONTROL
               CLOSE AUDIT-CONTROL-FILE
           END-IF
           PERFORM WRITE-NEXT-DAY THRU WRITE-NEXT-DAY-EXIT
               UNTIL AV-PRINTED-COUNT NOT < AV-DAY-COUNT
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           IF AV-CHANGED-DAYS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF AV-UNCONTROLLED-DAYS > ZERO
                   OR AV-DETAIL-FULL-DAYS > ZERO
                   OR AV-A-TABLE-OVERFLOWED
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

       GET-DATE-RANGE.
           IF LK-PARM-LENGTH = 8
               AND LK-PARM-DATA(1:8) IS NUMERIC
               MOVE LK-PARM-DATA(1:8) TO AV-FROM-DATE
               MOVE LK-PARM-DATA(1:8) TO AV-TO-DATE
               SET AV-RANGE-GIVEN TO TRUE
           ELSE
               IF LK-PARM-LENGTH = 16
                   AND LK-PARM-DATA(1:16) IS NUMERIC
                   MOVE LK-PARM-DATA(1:8) TO AV-FROM-DATE
                   MOVE LK-PARM-DATA(9:8) TO AV-TO-DATE
                   SET AV-RANGE-GIVEN TO TRUE
               ELSE
                   IF LK-PARM-LENGTH > ZERO
                       DISPLAY 'Date range PARM not usable, '
                           'verifying every day found'
                   END-IF
               END-IF
           END-IF.
       GET-DATE-RANGE-EXIT.
           EXIT.

      * Whether the day in AV-WORK-DAY is one this run verifies.
       JUDGE-DAY-RANGE.
           IF AV-WORK-DAY = '00000000'
               IF AV-RANGE-GIVEN
                   SET AV-DAY-OUT-OF-RANGE TO TRUE
               ELSE
                   SET AV-DAY-IN-RANGE TO TRUE
               END-IF
           ELSE
               IF AV-WORK-DAY < AV-FROM-DATE
                   OR AV-WORK-DAY > AV-TO-DATE
                   SET AV-DAY-OUT-OF-RANGE TO TRUE
               ELSE
                   SET AV-DAY-IN-RANGE TO TRUE
               END-IF
           END-IF.
       JUDGE-DAY-RANGE-EXIT.
           EXIT.

      * AV-DAY-SUB for the day in AV-WORK-DAY, added with nothing
      * counted if new; zero when the table is full.
       FIND-OR-ADD-DAY.
           MOVE ZERO TO AV-DAY-SUB
           SET AV-DAY-IDX TO 1
           SEARCH AV-DAY-ENTRY
               WHEN AV-DAY-IDX > AV-DAY-COUNT
                   CONTINUE
               WHEN AV-DAY-DATE(AV-DAY-IDX) = AV-WORK-DAY
                   SET AV-DAY-SUB TO AV-DAY-IDX
           END-SEARCH
           IF AV-DAY-SUB = ZERO
               IF AV-DAY-COUNT < AV-MAX-DAY-ENTRIES
                   ADD 1 TO AV-DAY-COUNT
                   MOVE AV-DAY-COUNT TO AV-DAY-SUB
                   MOVE AV-WORK-DAY TO AV-DAY-DATE(AV-DAY-SUB)
                   MOVE ZERO TO AV-DAY-TRAIL-COUNT(AV-DAY-SUB)
                   MOVE ZERO TO AV-DAY-TRAIL-HASH(AV-DAY-SUB)
                   MOVE ZERO TO AV-DAY-CTL-COUNT(AV-DAY-SUB)
                   MOVE ZERO TO AV-DAY-CTL-SETS(AV-DAY-SUB)
                   MOVE LOW-VALUES TO AV-DAY-CTL-STAMP(AV-DAY-SUB)
                   MOVE ZERO TO AV-DAY-CTL-HASH(AV-DAY-SUB)
                   MOVE ZERO TO AV-DAY-DETAIL-DIFFS(AV-DAY-SUB)
                   MOVE 'N' TO AV-DAY-DTL-SWITCH(AV-DAY-SUB)
                   MOVE 'N' TO AV-DAY-PRINTED(AV-DAY-SUB)
               ELSE
                   SET AV-A-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
       FIND-OR-ADD-DAY-EXIT.
           EXIT.

      * AV-DTL-SUB for AV-DAY-SUB, AV-WORK-PROGRAM-ID and
      * AV-WORK-EVENT-TYPE, added if new; zero when the table is full.
       FIND-OR-ADD-DETAIL.
           MOVE ZERO TO AV-DTL-SUB
           SET AV-DTL-IDX TO 1
           SEARCH AV-DTL-ENTRY
               WHEN AV-DTL-IDX > AV-DTL-COUNT
                   CONTINUE
               WHEN AV-DTL-DAY-SUB(AV-DTL-IDX) = AV-DAY-SUB
                   AND AV-DTL-PROGRAM-ID(AV-DTL-IDX)
                       = AV-WORK-PROGRAM-ID
                   AND AV-DTL-EVENT-TYPE(AV-DTL-IDX)
                       = AV-WORK-EVENT-TYPE
                   SET AV-DTL-SUB TO AV-DTL-IDX
           END-SEARCH
           IF AV-DTL-SUB = ZERO
               IF AV-DTL-COUNT < AV-MAX-DTL-ENTRIES
                   ADD 1 TO AV-DTL-COUNT
                   MOVE AV-DTL-COUNT TO AV-DTL-SUB
                   MOVE AV-DAY-SUB TO AV-DTL-DAY-SUB(AV-DTL-SUB)
                   MOVE AV-WORK-PROGRAM-ID
                       TO AV-DTL-PROGRAM-ID(AV-DTL-SUB)
                   MOVE AV-WORK-EVENT-TYPE
                       TO AV-DTL-EVENT-TYPE(AV-DTL-SUB)
                   MOVE ZERO TO AV-DTL-TRAIL-COUNT(AV-DTL-SUB)
                   MOVE ZERO TO AV-DTL-CTL-COUNT(AV-DTL-SUB)
               ELSE
                   SET AV-A-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
       FIND-OR-ADD-DETAIL-EXIT.
           EXIT.

       READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   SET AV-END-OF-AUDIT TO TRUE
           END-READ.
       READ-AUDIT-RECORD-EXIT.
           EXIT.

      * A trail record moves its day's count, program/event count
      * and hash on; a control record from an archived generation
      * is taken as a control total instead.
       PROCESS-AUDIT-RECORD.
           IF AUD-IS-CONTROL-REC
               MOVE AUDIT-REC TO AUDIT-CONTROL-REC
               PERFORM APPLY-CONTROL-RECORD THRU
                       APPLY-CONTROL-RECORD-EXIT
               GO TO PROCESS-AUDIT-RECORD-NEXT
           END-IF
           ADD 1 TO AV-TRAIL-READ-COUNT
           MOVE AUD-TIMESTAMP(1:8) TO AV-WORK-DAY
           IF AV-WORK-DAY IS NOT NUMERIC
               MOVE '00000000' TO AV-WORK-DAY
           END-IF
           PERFORM JUDGE-DAY-RANGE
           IF AV-DAY-OUT-OF-RANGE
               GO TO PROCESS-AUDIT-RECORD-NEXT
           END-IF
           PERFORM FIND-OR-ADD-DAY
           IF AV-DAY-SUB = ZERO
               GO TO PROCESS-AUDIT-RECORD-NEXT
           END-IF
           ADD 1 TO AV-DAY-TRAIL-COUNT(AV-DAY-SUB)
           MOVE AV-DAY-TRAIL-HASH(AV-DAY-SUB) TO XH-HASH-VALUE
           MOVE AUDIT-REC TO XH-HASH-IMAGE
           PERFORM X017-HASH-AUDIT-REC THRU X017-EXIT
           MOVE XH-HASH-VALUE TO AV-DAY-TRAIL-HASH(AV-DAY-SUB)
           MOVE AUD-PROGRAM-ID TO AV-WORK-PROGRAM-ID
           MOVE AUD-EVENT-TYPE TO AV-WORK-EVENT-TYPE
           PERFORM FIND-OR-ADD-DETAIL
           IF AV-DTL-SUB > ZERO
               ADD 1 TO AV-DTL-TRAIL-COUNT(AV-DTL-SUB)
           END-IF.
       PROCESS-AUDIT-RECORD-NEXT.
           PERFORM READ-AUDIT-RECORD.
       PROCESS-AUDIT-RECORD-EXIT.
           EXIT.

       READ-CONTROL-RECORD.
           READ AUDIT-CONTROL-FILE
               AT END
                   SET AV-END-OF-CONTROL TO TRUE
           END-READ.
       READ-CONTROL-RECORD-EXIT.
           EXIT.

       PROCESS-CONTROL-RECORD.
           PERFORM APPLY-CONTROL-RECORD THRU APPLY-CONTROL-RECORD-EXIT
           PERFORM READ-CONTROL-RECORD.
       PROCESS-CONTROL-RECORD-EXIT.
           EXIT.

      * One control record in AUDIT-CONTROL-REC, live or archived.
      * A record that does not read as a control total is counted
      * toward nothing - the day it belonged to then fails to match.
       APPLY-CONTROL-RECORD.
           ADD 1 TO AV-CTL-READ-COUNT
           IF NOT ACT-IS-CONTROL-REC
               OR ACT-RECORD-COUNT IS NOT NUMERIC
               DISPLAY 'Control record skipped (unreadable): '
                   AUDIT-CONTROL-REC(1:40)
               GO TO APPLY-CONTROL-RECORD-EXIT
           END-IF
           MOVE ACT-TRAIL-DATE TO AV-WORK-DAY
           PERFORM JUDGE-DAY-RANGE
           IF AV-DAY-OUT-OF-RANGE
               GO TO APPLY-CONTROL-RECORD-EXIT
           END-IF
           PERFORM FIND-OR-ADD-DAY
           IF AV-DAY-SUB = ZERO
               GO TO APPLY-CONTROL-RECORD-EXIT
           END-IF
           IF ACT-DAY-TOTAL
               ADD ACT-RECORD-COUNT TO AV-DAY-CTL-COUNT(AV-DAY-SUB)
               ADD 1 TO AV-DAY-CTL-SETS(AV-DAY-SUB)
               IF ACT-DETAIL-INCOMPLETE
                   SET AV-DAY-DETAIL-FULL(AV-DAY-SUB) TO TRUE
               END-IF
               IF ACT-COLLECT-STAMP NOT < AV-DAY-CTL-STAMP(AV-DAY-SUB)
                   AND ACT-HASH IS NUMERIC
                   MOVE ACT-COLLECT-STAMP
                       TO AV-DAY-CTL-STAMP(AV-DAY-SUB)
                   MOVE ACT-HASH TO AV-DAY-CTL-HASH(AV-DAY-SUB)
               END-IF
           ELSE
               MOVE ACT-PROGRAM-ID TO AV-WORK-PROGRAM-ID
               MOVE ACT-EVENT-TYPE TO AV-WORK-EVENT-TYPE
               PERFORM FIND-OR-ADD-DETAIL
               IF AV-DTL-SUB > ZERO
                   ADD ACT-RECORD-COUNT TO AV-DTL-CTL-COUNT(AV-DTL-SUB)
               END-IF
           END-IF.
       APPLY-CONTROL-RECORD-EXIT.
           EXIT.

      * Days are reported earliest first: pull the earliest day not
      * yet printed, as Db2TrailCollect orders its merge.
       WRITE-NEXT-DAY.
           MOVE ZERO TO AV-MIN-SUB
           MOVE HIGH-VALUES TO AV-MIN-DATE
           PERFORM SCAN-EARLIEST-DAY THRU SCAN-EARLIEST-DAY-EXIT
               VARYING AV-DAY-IDX FROM 1 BY 1
               UNTIL AV-DAY-IDX > AV-DAY-COUNT
           IF AV-MIN-SUB = ZERO
               MOVE AV-DAY-COUNT TO AV-PRINTED-COUNT
               GO TO WRITE-NEXT-DAY-EXIT
           END-IF
           MOVE AV-MIN-SUB TO AV-DAY-SUB
           MOVE 'Y' TO AV-DAY-PRINTED(AV-DAY-SUB)
           ADD 1 TO AV-PRINTED-COUNT
           PERFORM JUDGE-DAY.
       WRITE-NEXT-DAY-EXIT.
           EXIT.

       SCAN-EARLIEST-DAY.
           IF AV-DAY-PRINTED(AV-DAY-IDX) = 'N'
               AND AV-DAY-DATE(AV-DAY-IDX) < AV-MIN-DATE
               MOVE AV-DAY-DATE(AV-DAY-IDX) TO AV-MIN-DATE
               SET AV-MIN-SUB TO AV-DAY-IDX
           END-IF.
       SCAN-EARLIEST-DAY-EXIT.
           EXIT.

      * The day's verdict line, and under a CHANGED day the counts
      * that no longer agree.
       JUDGE-DAY.
           PERFORM COUNT-DETAIL-DIFF THRU COUNT-DETAIL-DIFF-EXIT
               VARYING AV-DTL-IDX FROM 1 BY 1
               UNTIL AV-DTL-IDX > AV-DTL-COUNT
           MOVE AV-DAY-TRAIL-COUNT(AV-DAY-SUB) TO AV-COUNT-DISP
           MOVE AV-DAY-CTL-COUNT(AV-DAY-SUB) TO AV-COUNT-DISP-2
           MOVE AV-DAY-CTL-SETS(AV-DAY-SUB) TO AV-SETS-DISP
           MOVE SPACES TO RPT-REC
           STRING AV-DAY-DATE(AV-DAY-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AV-COUNT-DISP DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   AV-COUNT-DISP-2 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   AV-SETS-DISP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           EVALUATE TRUE
               WHEN AV-DAY-CTL-SETS(AV-DAY-SUB) = ZERO
                   ADD 1 TO AV-UNCONTROLLED-DAYS
                   MOVE 'NO CONTROL' TO RPT-REC(36:10)
                   WRITE RPT-REC
               WHEN AV-DAY-DETAIL-FULL(AV-DAY-SUB)
                   AND AV-DAY-TRAIL-COUNT(AV-DAY-SUB)
                       = AV-DAY-CTL-COUNT(AV-DAY-SUB)
                   AND AV-DAY-TRAIL-HASH(AV-DAY-SUB)
                       = AV-DAY-CTL-HASH(AV-DAY-SUB)
                   ADD 1 TO AV-DETAIL-FULL-DAYS
                   MOVE 'DETAIL FULL' TO RPT-REC(36:11)
                   WRITE RPT-REC
               WHEN AV-DAY-TRAIL-COUNT(AV-DAY-SUB)
                       = AV-DAY-CTL-COUNT(AV-DAY-SUB)
                   AND AV-DAY-TRAIL-HASH(AV-DAY-SUB)
                       = AV-DAY-CTL-HASH(AV-DAY-SUB)
                   AND AV-DAY-DETAIL-DIFFS(AV-DAY-SUB) = ZERO
                   ADD 1 TO AV-MATCH-DAYS
                   MOVE 'MATCHES' TO RPT-REC(36:7)
                   WRITE RPT-REC
               WHEN OTHER
                   ADD 1 TO AV-CHANGED-DAYS
                   MOVE 'CHANGED **' TO RPT-REC(36:10)
                   WRITE RPT-REC
                   PERFORM WRITE-CHANGE-DETAIL
           END-EVALUATE.
       JUDGE-DAY-EXIT.
           EXIT.

       COUNT-DETAIL-DIFF.
           IF AV-DTL-DAY-SUB(AV-DTL-IDX) = AV-DAY-SUB
               AND AV-DTL-TRAIL-COUNT(AV-DTL-IDX)
                   NOT = AV-DTL-CTL-COUNT(AV-DTL-IDX)
               ADD 1 TO AV-DAY-DETAIL-DIFFS(AV-DAY-SUB)
           END-IF.
       COUNT-DETAIL-DIFF-EXIT.
           EXIT.

       WRITE-CHANGE-DETAIL.
           IF AV-DAY-TRAIL-HASH(AV-DAY-SUB)
                   NOT = AV-DAY-CTL-HASH(AV-DAY-SUB)
               MOVE SPACES TO RPT-REC
               MOVE '    HASH DIFFERS - RECORDS EDITED, ADDED, REMOVED'
                   TO RPT-REC
               MOVE ' OR OUT OF ORDER' TO RPT-REC(50:16)
               WRITE RPT-REC
           END-IF
           PERFORM WRITE-DETAIL-DIFF THRU WRITE-DETAIL-DIFF-EXIT
               VARYING AV-DTL-IDX FROM 1 BY 1
               UNTIL AV-DTL-IDX > AV-DTL-COUNT.
       WRITE-CHANGE-DETAIL-EXIT.
           EXIT.

       WRITE-DETAIL-DIFF.
           IF AV-DTL-DAY-SUB(AV-DTL-IDX) NOT = AV-DAY-SUB
               OR AV-DTL-TRAIL-COUNT(AV-DTL-IDX)
                   = AV-DTL-CTL-COUNT(AV-DTL-IDX)
               GO TO WRITE-DETAIL-DIFF-EXIT
           END-IF
           MOVE AV-DTL-TRAIL-COUNT(AV-DTL-IDX) TO AV-COUNT-DISP
           MOVE AV-DTL-CTL-COUNT(AV-DTL-IDX) TO AV-COUNT-DISP-2
           MOVE SPACES TO RPT-REC
           STRING '    ' DELIMITED BY SIZE
                   AV-DTL-PROGRAM-ID(AV-DTL-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AV-DTL-EVENT-TYPE(AV-DTL-IDX) DELIMITED BY SIZE
                   ' TRAIL ' DELIMITED BY SIZE
                   AV-COUNT-DISP DELIMITED BY SIZE
                   ' CONTROL ' DELIMITED BY SIZE
                   AV-COUNT-DISP-2 DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-DETAIL-DIFF-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE AV-HEADING-1 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF AV-RANGE-GIVEN
               STRING 'TRAIL DAYS ' DELIMITED BY SIZE
                       AV-FROM-DATE DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       AV-TO-DATE DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
           ELSE
               MOVE 'EVERY TRAIL DAY FOUND' TO RPT-REC
           END-IF
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE AV-HEADING-2 TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE AV-TRAIL-READ-COUNT TO AV-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING AV-COUNT-DISP DELIMITED BY SIZE
                   ' AUDIT RECORDS READ' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE AV-CTL-READ-COUNT TO AV-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING AV-COUNT-DISP DELIMITED BY SIZE
                   ' CONTROL RECORDS READ' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE AV-MATCH-DAYS TO AV-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING AV-COUNT-DISP DELIMITED BY SIZE
                   ' DAYS MATCH THEIR CONTROL TOTALS' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE AV-CHANGED-DAYS TO AV-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING AV-COUNT-DISP DELIMITED BY SIZE
                   ' DAYS CHANGED SINCE COLLECTION' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE AV-UNCONTROLLED-DAYS TO AV-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING AV-COUNT-DISP DELIMITED BY SIZE
                   ' DAYS WITH NO CONTROL TOTALS' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF AV-DETAIL-FULL-DAYS > ZERO
               MOVE AV-DETAIL-FULL-DAYS TO AV-COUNT-DISP
               MOVE SPACES TO RPT-REC
               STRING AV-COUNT-DISP DELIMITED BY SIZE
                       ' DAYS WITH INCOMPLETE DETAIL CONTROLS'
                           DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF AV-A-TABLE-OVERFLOWED
               MOVE SPACES TO RPT-REC
               MOVE 'WORK TABLE FULL - NARROW THE DATE RANGE'
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.

       COPY XHASH.
