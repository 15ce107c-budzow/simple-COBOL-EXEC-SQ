      * The purge report (PURGERPT) shows what was archived from each
      * file, broken out per program id, so the cycle that finally
      * trims a runaway file also says which program grew it.
      *
      * The audit trail's daily control totals (AUDCTL, XACTFD) go
      * with the days they control: a control record whose trail day
      * is older than the cutoff is written to AUDARCH behind the
      * archived audit records, the rest to a keep file (CTLKEEP)
      * the JCL copies back over AUDCTL, exactly as AUDKEEP is
      * copied over AUDITLOG. The '00000000' day (audit records
      * whose date does not read, which are never archived) keeps
      * its control records live beside them. A control record whose
      * trail date does not read is kept as well, counted as damaged
      * on the AUDCTL summary line, and flags the run RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-KEEP-FILE ASSIGN TO AUDKEEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AA-AUDKEEP-FILE-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AA-AUDCTL-FILE-STATUS.
           SELECT CONTROL-KEEP-FILE ASSIGN TO CTLKEEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AA-CTLKEEP-FILE-STATUS.
           SELECT EXCEPTION-QUEUE-FILE ASSIGN TO EXCPTNQ
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
       COPY XAUDFD.
       COPY XEXCFD.
       COPY XSCAFD.
       COPY XACTFD.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  AUDIT-KEEP-REC              PIC X(80).

       FD  CONTROL-KEEP-FILE
           RECORDING MODE IS F.
       01  CONTROL-KEEP-REC            PIC X(80).

       FD  EXCQ-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  EXCQ-ARCHIVE-REC            PIC X(100).
       01  AA-AUDIT-FILE-STATUS        PIC X(02) VALUE '00'.
       01  AA-AUDARCH-FILE-STATUS      PIC X(02) VALUE '00'.
       01  AA-AUDKEEP-FILE-STATUS      PIC X(02) VALUE '00'.
       01  AA-AUDCTL-FILE-STATUS       PIC X(02) VALUE '00'.
       01  AA-CTLKEEP-FILE-STATUS      PIC X(02) VALUE '00'.
       01  AA-EXCQ-FILE-STATUS         PIC X(02) VALUE '00'.
       01  AA-EXQARCH-FILE-STATUS      PIC X(02) VALUE '00'.
       01  AA-SCD-FILE-STATUS          PIC X(02) VALUE '00'.
       01  AA-ARCHIVED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  AA-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  AA-DAMAGED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  AA-CTL-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  AA-CTL-ARCHIVED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  AA-CTL-KEPT-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  AA-CTL-DAMAGED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  AA-COUNT-DISP-4             PIC ZZZ,ZZ9.
       01  AA-COUNT-DISP               PIC ZZZ,ZZ9.
       01  AA-COUNT-DISP-2             PIC ZZZ,ZZ9.
       01  AA-COUNT-DISP-3             PIC ZZZ,ZZ9.
           PERFORM PROCESS-EXCQ-FILE
           PERFORM PROCESS-SCD-FILE
           CLOSE REPORT-FILE
           IF AA-DAMAGED-COUNT > ZERO OR AA-CTL-DAMAGED-COUNT > ZERO
               OR AA-PGM-TABLE-IS-FULL
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
                   UNTIL AA-END-OF-INPUT
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM PROCESS-CONTROL-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE AUDIT-KEEP-FILE
           PERFORM WRITE-FILE-SUMMARY
           PERFORM WRITE-CONTROL-SUMMARY.
       PROCESS-AUDIT-FILE-EXIT.
           EXIT.

       SPLIT-AUDIT-RECORD-EXIT.
           EXIT.

      * ----- AUDCTL --------------------------------------------------
      * Runs while AUDARCH is still open, so a generation holds its
      * days' control records right behind their audit records. A
      * missing AUDCTL is not an error - the trail may predate its
      * control totals.
       PROCESS-CONTROL-FILE.
           MOVE 'N' TO AA-EOF-SWITCH
           OPEN INPUT AUDIT-CONTROL-FILE
           OPEN OUTPUT CONTROL-KEEP-FILE
           IF AA-AUDCTL-FILE-STATUS = '00'
               PERFORM READ-CONTROL-RECORD
               PERFORM SPLIT-CONTROL-RECORD THRU
                       SPLIT-CONTROL-RECORD-EXIT
                   UNTIL AA-END-OF-INPUT
               CLOSE AUDIT-CONTROL-FILE
           END-IF
           CLOSE CONTROL-KEEP-FILE.
       PROCESS-CONTROL-FILE-EXIT.
           EXIT.

       READ-CONTROL-RECORD.
           READ AUDIT-CONTROL-FILE
               AT END
                   SET AA-END-OF-INPUT TO TRUE
           END-READ.
       READ-CONTROL-RECORD-EXIT.
           EXIT.

       SPLIT-CONTROL-RECORD.
           ADD 1 TO AA-CTL-READ-COUNT
           EVALUATE TRUE
               WHEN ACT-TRAIL-DATE = '00000000'
                   SET AA-RECORD-IS-CURRENT TO TRUE
               WHEN ACT-TRAIL-DATE IS NOT NUMERIC
                   SET AA-RECORD-IS-CURRENT TO TRUE
                   ADD 1 TO AA-CTL-DAMAGED-COUNT
               WHEN OTHER
                   MOVE ACT-TRAIL-DATE TO AA-REC-DATE-X
                   PERFORM JUDGE-RECORD-AGE
           END-EVALUATE
           IF AA-RECORD-IS-OLD
               ADD 1 TO AA-CTL-ARCHIVED-COUNT
               WRITE AUDIT-ARCHIVE-REC FROM AUDIT-CONTROL-REC
           ELSE
               ADD 1 TO AA-CTL-KEPT-COUNT
               WRITE CONTROL-KEEP-REC FROM AUDIT-CONTROL-REC
           END-IF
           PERFORM READ-CONTROL-RECORD.
       SPLIT-CONTROL-RECORD-EXIT.
           EXIT.

      * ----- EXCPTNQ -------------------------------------------------
      * The exceptions queue is the keyed file the review program
      * works in place, so there is no keep-and-copy-back here: an
       WRITE-FILE-SUMMARY-EXIT.
           EXIT.

       WRITE-CONTROL-SUMMARY.
           MOVE AA-CTL-READ-COUNT TO AA-COUNT-DISP
           MOVE AA-CTL-ARCHIVED-COUNT TO AA-COUNT-DISP-2
           MOVE AA-CTL-KEPT-COUNT TO AA-COUNT-DISP-3
           MOVE AA-CTL-DAMAGED-COUNT TO AA-COUNT-DISP-4
           MOVE SPACES TO RPT-REC
           STRING 'AUDCTL   ' DELIMITED BY SIZE
                   AA-COUNT-DISP DELIMITED BY SIZE
                   ' READ, ' DELIMITED BY SIZE
                   AA-COUNT-DISP-2 DELIMITED BY SIZE
                   ' ARCHIVED, ' DELIMITED BY SIZE
                   AA-COUNT-DISP-3 DELIMITED BY SIZE
                   ' KEPT, ' DELIMITED BY SIZE
                   AA-COUNT-DISP-4 DELIMITED BY SIZE
                   ' DAMAGED' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-CONTROL-SUMMARY-EXIT.
           EXIT.

       WRITE-PGM-TALLY-LINE.
           MOVE AA-PGM-ARCHIVED(AA-PGM-IDX) TO AA-COUNT-DISP
           MOVE SPACES TO RPT-REC
