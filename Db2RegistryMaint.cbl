       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2RegistryMaint.

      * Batch maintenance for Db2Example's statement registry
      * (STMTREGF) and the maintenance statement texts that go with
      * it (MNTSTMTS). Both files used to be hand edits, and each
      * loader fails soft: DB2X-ADD-REGISTRY-ENTRY skips a bad card
      * with one job-log line, and a renumbering made while a
      * restart is pending makes DB2X-READ-RESTART-POINT skip the
      * wrong work on the resubmit. This program replaces the hand
      * edit with transaction cards that are validated before
      * anything is applied, and keeps the two files in step.
      *
      * A transaction card is the action (columns 1-6), the
      * submitting user id (7-14), and from column 15 a card image
      * in the layout of the file it changes:
      *
      *   ADD     a full STMTREGF image. The statement id must be
      *           new and the sequence number unused.
      *   CHANGE  a full STMTREGF image, keyed on the statement id.
      *           The sequence number is left blank or repeats the
      *           current one - renumbering is RESEQ's job. An entry
      *           changed away from type 'M' loses its MNTSTMTS text.
      *   DELETE  a STMTREGF image with only the statement id
      *           needed; the entry's MNTSTMTS text goes with it.
      *   RESEQ   a STMTREGF image with the statement id and its
      *           new sequence number. With the statement id blank,
      *           the sequence field is a step instead and every
      *           entry is renumbered in its present order - 05
      *           gives 05, 10, 15 and so on, opening gaps for later
      *           inserts.
      *   TEXT    a MNTSTMTS image (statement id, text) for an 'M'
      *           entry. The first TEXT card for an id in a run
      *           replaces all of its existing text; further ones
      *           continue it, the same continuation rule
      *           DB2X-ADD-MAINT-TEXT applies.
      *
      * Every registry image is checked against the rules the
      * loader enforces: numeric, non-zero and unique sequence
      * numbers, a statement id, a numeric select value, a known
      * frequency code, entry type blank/S/M, numeric guard rows on
      * an 'M' entry, criticality blank/C/O. The restart checkpoint
      * (RESTARTF) is read first: while it holds a non-zero
      * sequence number for Db2Example, RESEQ is refused and so is
      * an ADD at or below the checkpoint, since either would make
      * the resubmit skip or repeat the wrong entries.
      *
      * After the cards, the finished files are checked as a whole:
      * every 'M' entry must have statement text, and the text and
      * entry counts must fit Db2Example's tables (20 entries, 10
      * maintenance statements of 500 bytes). A failure there ends
      * the run RC 8. Rejected cards go to the error report
      * (REGERRS) with a reason, and end the run RC 4. Applied
      * changes go to the change report (REGCHGS) for the change
      * board, one block per record touched: who, when, the action,
      * and the before and after card images.
      *
      * The updated files are written to STMTREGN and MNTSTMTN in
      * sequence order, each entry's text grouped under it; the JCL
      * step copies them over the live files only when this run
      * ends RC 0 or 4, so a failed run never half-rewrites either
      * file. Existing records that do not validate are flagged and
      * carried through unchanged, after the good ones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-REGISTRY-FILE ASSIGN TO STMTREGF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-REG-FILE-STATUS.
           SELECT MAINT-STMT-FILE ASSIGN TO MNTSTMTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-MNT-FILE-STATUS.
           SELECT RESTART-FILE ASSIGN TO RESTARTF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-RST-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO REGTRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-TRANS-FILE-STATUS.
           SELECT NEW-REGISTRY-FILE ASSIGN TO STMTREGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-NEWREG-FILE-STATUS.
           SELECT NEW-MAINT-STMT-FILE ASSIGN TO MNTSTMTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-NEWMNT-FILE-STATUS.
           SELECT ERROR-REPORT-FILE ASSIGN TO REGERRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-ERRRPT-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO REGCHGS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-CHGRPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-REGISTRY-FILE
           RECORDING MODE IS F.
       01  SREG-REC                    PIC X(80).

       FD  MAINT-STMT-FILE
           RECORDING MODE IS F.
       01  MAINT-STMT-REC              PIC X(80).

       COPY XCKPFD.

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-REC.
           05  RMT-ACTION              PIC X(06).
           05  RMT-USER-ID             PIC X(08).
           05  RMT-REG-IMAGE           PIC X(80).
           05  FILLER REDEFINES RMT-REG-IMAGE.
               10  RMT-SEQ-NBR         PIC X(02).
               10  RMT-SEQ-NBR-N REDEFINES RMT-SEQ-NBR
                                       PIC 9(02).
               10  RMT-STMT-ID         PIC X(30).
               10  FILLER              PIC X(48).
           05  FILLER REDEFINES RMT-REG-IMAGE.
               10  RMT-MNT-STMT-ID     PIC X(30).
               10  RMT-MNT-TEXT        PIC X(50).

       FD  NEW-REGISTRY-FILE
           RECORDING MODE IS F.
       01  NEW-REGISTRY-REC            PIC X(80).

       FD  NEW-MAINT-STMT-FILE
           RECORDING MODE IS F.
       01  NEW-MAINT-STMT-REC          PIC X(80).

       FD  ERROR-REPORT-FILE
           RECORDING MODE IS F.
       01  ERR-RPT-REC                 PIC X(132).

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHG-RPT-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  RM-REG-FILE-STATUS          PIC X(02) VALUE '00'.
       01  RM-MNT-FILE-STATUS          PIC X(02) VALUE '00'.
       01  RM-RST-FILE-STATUS          PIC X(02) VALUE '00'.
       01  RM-TRANS-FILE-STATUS        PIC X(02) VALUE '00'.
       01  RM-NEWREG-FILE-STATUS       PIC X(02) VALUE '00'.
       01  RM-NEWMNT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  RM-ERRRPT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  RM-CHGRPT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  RM-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  RM-END-OF-REGISTRY          VALUE 'Y'.
       01  RM-MNT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  RM-END-OF-MAINT             VALUE 'Y'.
       01  RM-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  RM-END-OF-TRANS             VALUE 'Y'.
       01  RM-CARD-OK-SWITCH           PIC X(01) VALUE 'Y'.
           88  RM-CARD-IS-VALID            VALUE 'Y'.
           88  RM-CARD-IS-REJECTED         VALUE 'N'.
       01  RM-KEY-MATCH-SWITCH         PIC X(01) VALUE 'N'.
           88  RM-KEY-FOUND                VALUE 'Y'.
           88  RM-KEY-NOT-FOUND            VALUE 'N'.
       01  RM-SEQ-MATCH-SWITCH         PIC X(01) VALUE 'N'.
           88  RM-SEQ-IN-USE               VALUE 'Y'.
           88  RM-SEQ-NOT-IN-USE           VALUE 'N'.
       01  RM-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88  RM-TABLE-IS-FULL            VALUE 'Y'.
       01  RM-FOUND-IDX                PIC 9(04) COMP VALUE ZERO.
       01  RM-SEQ-FOUND-IDX            PIC 9(04) COMP VALUE ZERO.

       01  RM-CURRENT-DATE             PIC 9(08).
       01  RM-CURRENT-TIME             PIC 9(08).
       01  RM-TIMESTAMP.
           05  RM-TS-DATE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  RM-TS-TIME              PIC 9(08).

       01  RM-TRANS-READ-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  RM-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  RM-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  RM-INVALID-LOAD-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  RM-FINISH-FAULT-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  RM-COUNT-DISP               PIC ZZ,ZZ9.
       01  RM-REJECT-REASON            PIC X(30).

      * The restart point Db2Example left behind. Zero - no file,
      * an empty file, or a checkpoint belonging to some other
      * program - means no restart is pending and sequence numbers
      * may be changed freely.
       01  RM-RESTART-SEQ-NBR          PIC 9(02) VALUE ZERO.
       01  RM-RESTART-DISP             PIC Z9.

      * The registry record under examination - a loaded STMTREGF
      * record or a transaction's image - broken out into the
      * fields the validation rules look at.
       01  RM-WORK-REG.
           05  RM-WORK-SEQ-NBR         PIC X(02).
           05  RM-WORK-SEQ-NBR-N REDEFINES RM-WORK-SEQ-NBR
                                       PIC 9(02).
           05  RM-WORK-STMT-ID         PIC X(30).
           05  RM-WORK-SELECT-VALUE    PIC X(01).
           05  RM-WORK-TABLE-NAME      PIC X(30).
           05  RM-WORK-FREQ-CODE       PIC X(02).
           05  RM-WORK-ENTRY-TYPE      PIC X(01).
           05  RM-WORK-GUARD-ROWS      PIC X(07).
           05  RM-WORK-CRITICALITY     PIC X(01).
           05  FILLER                  PIC X(06).
       01  RM-PRIOR-SEQ-NBR            PIC 9(02) VALUE ZERO.

      * The registry, loaded whole and worked on in place. 50 slots
      * is room for Db2Example's 20-entry table plus any records
      * carried through unparsed; RM-RUN-REG-LIMIT is Db2Example's
      * own limit, checked on the finished file. RM-REG-RANK is the
      * entry's place in sequence order, worked out afresh before
      * every renumbering and before the new file is written.
       01  RM-MAX-REG-ENTRIES          PIC 9(04) COMP VALUE 50.
       01  RM-RUN-REG-LIMIT            PIC 9(04) COMP VALUE 20.
       01  RM-REG-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  RM-ACTIVE-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  RM-MAINT-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  RM-REGISTRY-TABLE.
           05  RM-REG-ENTRY OCCURS 50 TIMES
                       INDEXED BY RM-REG-IDX.
               10  RM-REG-IMAGE        PIC X(80).
               10  FILLER REDEFINES RM-REG-IMAGE.
                   15  RM-REG-SEQ-NBR      PIC X(02).
                   15  RM-REG-SEQ-NBR-N REDEFINES RM-REG-SEQ-NBR
                                           PIC 9(02).
                   15  RM-REG-STMT-ID      PIC X(30).
                   15  FILLER              PIC X(33).
                   15  RM-REG-ENTRY-TYPE   PIC X(01).
                       88  RM-REG-IS-MAINT     VALUE 'M'.
                   15  FILLER              PIC X(14).
               10  RM-REG-STATUS       PIC X(01).
                   88  RM-REG-ACTIVE       VALUE 'A'.
                   88  RM-REG-DELETED      VALUE 'D'.
                   88  RM-REG-UNPARSED     VALUE 'U'.
               10  RM-REG-TEXT-SWITCH  PIC X(01).
                   88  RM-REG-TEXT-REPLACED    VALUE 'Y'.
                   88  RM-REG-TEXT-ORIGINAL    VALUE 'N'.
               10  RM-REG-RANK         PIC 9(04) COMP.

      * Ordering work fields: the next rank to hand out, and the
      * lowest unranked sequence number found by the current scan.
       01  RM-RANK-NBR                 PIC 9(04) COMP VALUE ZERO.
       01  RM-LOW-IDX                  PIC 9(04) COMP VALUE ZERO.
       01  RM-LOW-SEQ                  PIC 9(03) VALUE ZERO.
       01  RM-RESEQ-STEP               PIC 9(02) VALUE ZERO.
       01  RM-RESEQ-TOP                PIC 9(04) COMP VALUE ZERO.

      * MNTSTMTS card images, loaded whole. A card with no statement
      * id is carried through unparsed; a card for an id with no
      * 'M' entry in the finished registry is carried and flagged.
       01  RM-MAX-MNT-CARDS            PIC 9(04) COMP VALUE 200.
       01  RM-RUN-MNT-LIMIT            PIC 9(04) COMP VALUE 10.
       01  RM-RUN-TEXT-LIMIT           PIC 9(04) COMP VALUE 500.
       01  RM-MNT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  RM-MAINT-TABLE.
           05  RM-MNT-CARD OCCURS 200 TIMES
                       INDEXED BY RM-MNT-IDX.
               10  RM-MNT-IMAGE        PIC X(80).
               10  FILLER REDEFINES RM-MNT-IMAGE.
                   15  RM-MNT-STMT-ID      PIC X(30).
                   15  RM-MNT-TEXT         PIC X(50).
               10  RM-MNT-STATUS       PIC X(01).
                   88  RM-MNT-ACTIVE       VALUE 'A'.
                   88  RM-MNT-DELETED      VALUE 'D'.
                   88  RM-MNT-UNPARSED     VALUE 'U'.
               10  RM-MNT-WRITTEN-SWITCH
                                       PIC X(01).
                   88  RM-MNT-WRITTEN      VALUE 'Y'.
                   88  RM-MNT-NOT-WRITTEN  VALUE 'N'.

      * Assembled-length arithmetic for one statement's text, the
      * same trailing-blank trim and single-space join the loader
      * uses, so the 500-byte limit is measured the way Db2Example
      * will measure it.
       01  RM-TEXT-ID                  PIC X(30).
       01  RM-TEXT-LEN                 PIC 9(04) COMP VALUE ZERO.
       01  RM-TEXT-END                 PIC S9(04) COMP VALUE ZERO.
       01  RM-TEXT-CARD-COUNT          PIC 9(04) COMP VALUE ZERO.

      * One change-report block: the file and key the change
      * belongs to, and the before and after card images. A blank
      * before image reads as a new record, a blank after image as
      * a deleted one.
       01  RM-CHG-FILE-TAG             PIC X(08).
       01  RM-CHG-KEY                  PIC X(30).
       01  RM-BEFORE-IMAGE             PIC X(80).
       01  RM-AFTER-IMAGE              PIC X(80).
       01  RM-FINDING-TEXT             PIC X(40).

       01  RM-ERR-HEADING              PIC X(58) VALUE
           'REGISTRY MAINTENANCE - REJECTED TRANSACTIONS'.
       01  RM-CHG-HEADING              PIC X(58) VALUE
           'REGISTRY MAINTENANCE - CHANGE REPORT'.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT RM-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT RM-CURRENT-TIME FROM TIME
           MOVE RM-CURRENT-DATE TO RM-TS-DATE
           MOVE RM-CURRENT-TIME TO RM-TS-TIME
           OPEN OUTPUT ERROR-REPORT-FILE
           OPEN OUTPUT CHANGE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM READ-RESTART-POINT
           PERFORM LOAD-REGISTRY-TABLE
           PERFORM LOAD-MAINT-TABLE
           OPEN INPUT TRANSACTION-FILE
      * A missing transaction file is not an error - it just means
      * there is nothing to apply this run; the files are checked
      * and rewritten unchanged.
           IF RM-TRANS-FILE-STATUS = '00'
               PERFORM READ-TRANSACTION
               PERFORM PROCESS-TRANSACTION THRU
                       PROCESS-TRANSACTION-EXIT
                   UNTIL RM-END-OF-TRANS
               CLOSE TRANSACTION-FILE
           END-IF
           PERFORM CHECK-FINISHED-FILES
           PERFORM WRITE-NEW-REGISTRY-FILE
           PERFORM WRITE-NEW-MAINT-FILE
           PERFORM WRITE-RUN-SUMMARY
           CLOSE ERROR-REPORT-FILE
           CLOSE CHANGE-REPORT-FILE
           EVALUATE TRUE
               WHEN RM-TABLE-IS-FULL
               WHEN RM-FINISH-FAULT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN RM-REJECTED-COUNT > ZERO
               WHEN RM-INVALID-LOAD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

      * Only Db2Example's own checkpoint counts. A pending restart
      * is announced at the top of the change report so the board
      * knows why sequence changes were turned away.
       READ-RESTART-POINT.
           OPEN INPUT RESTART-FILE
           IF RM-RST-FILE-STATUS = '00'
               READ RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RST-PROGRAM-ID = 'DB2EXMPL'
                           AND RST-LAST-STMT-NBR IS NUMERIC
                           MOVE RST-LAST-STMT-NBR
                               TO RM-RESTART-SEQ-NBR
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF
           IF RM-RESTART-SEQ-NBR > ZERO
               MOVE RM-RESTART-SEQ-NBR TO RM-RESTART-DISP
               MOVE SPACES TO CHG-RPT-REC
               STRING 'RESTART PENDING AFTER SEQUENCE '
                       DELIMITED BY SIZE
                       RM-RESTART-DISP DELIMITED BY SIZE
                       ' - RESEQ AND ADD AT OR BELOW IT REFUSED'
                       DELIMITED BY SIZE
                   INTO CHG-RPT-REC
               END-STRING
               WRITE CHG-RPT-REC
               MOVE SPACES TO CHG-RPT-REC
               WRITE CHG-RPT-REC
           END-IF.
       READ-RESTART-POINT-EXIT.
           EXIT.

      * A missing STMTREGF is not an error - it just means the
      * registry is being built for the first time, from ADD cards.
       LOAD-REGISTRY-TABLE.
           OPEN INPUT STMT-REGISTRY-FILE
           IF RM-REG-FILE-STATUS = '00'
               PERFORM READ-REGISTRY-RECORD
               PERFORM ADD-REGISTRY-ENTRY THRU
                       ADD-REGISTRY-ENTRY-EXIT
                   UNTIL RM-END-OF-REGISTRY
               CLOSE STMT-REGISTRY-FILE
           END-IF.
       LOAD-REGISTRY-TABLE-EXIT.
           EXIT.

       READ-REGISTRY-RECORD.
           READ STMT-REGISTRY-FILE
               AT END
                   SET RM-END-OF-REGISTRY TO TRUE
           END-READ.
       READ-REGISTRY-RECORD-EXIT.
           EXIT.

      * An existing record that breaks a rule - including a sequence
      * number that does not ascend or a statement id already seen -
      * is loaded UNPARSED: carried to the output byte for byte,
      * flagged on the error report, and never matched against a
      * card. Db2Example skips such a record anyway; this program
      * surfaces it rather than guessing what it was meant to say.
       ADD-REGISTRY-ENTRY.
           IF RM-REG-COUNT >= RM-MAX-REG-ENTRIES
               SET RM-TABLE-IS-FULL TO TRUE
               GO TO ADD-REGISTRY-ENTRY-NEXT
           END-IF
           MOVE SREG-REC TO RM-WORK-REG
           SET RM-CARD-IS-VALID TO TRUE
           MOVE SPACES TO RM-REJECT-REASON
           PERFORM VALIDATE-REGISTRY-FIELDS
           IF RM-CARD-IS-VALID
               AND RM-WORK-SEQ-NBR-N NOT > RM-PRIOR-SEQ-NBR
               MOVE 'SEQUENCE NOT ASCENDING' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
           END-IF
           IF RM-CARD-IS-VALID
               PERFORM FIND-REGISTRY-ID
               IF RM-KEY-FOUND
                   MOVE 'DUPLICATE STATEMENT ID' TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               END-IF
           END-IF
           ADD 1 TO RM-REG-COUNT
           SET RM-REG-IDX TO RM-REG-COUNT
           MOVE SREG-REC TO RM-REG-IMAGE(RM-REG-IDX)
           SET RM-REG-TEXT-ORIGINAL(RM-REG-IDX) TO TRUE
           MOVE ZERO TO RM-REG-RANK(RM-REG-IDX)
           IF RM-CARD-IS-VALID
               SET RM-REG-ACTIVE(RM-REG-IDX) TO TRUE
               MOVE RM-WORK-SEQ-NBR-N TO RM-PRIOR-SEQ-NBR
           ELSE
               SET RM-REG-UNPARSED(RM-REG-IDX) TO TRUE
               ADD 1 TO RM-INVALID-LOAD-COUNT
               MOVE SPACES TO ERR-RPT-REC
               STRING 'STMTREGF RECORD INVALID (' DELIMITED BY SIZE
                       RM-REJECT-REASON DELIMITED BY '  '
                       '), CARRIED: ' DELIMITED BY SIZE
                       SREG-REC DELIMITED BY SIZE
                   INTO ERR-RPT-REC
               END-STRING
               WRITE ERR-RPT-REC
           END-IF.
       ADD-REGISTRY-ENTRY-NEXT.
           PERFORM READ-REGISTRY-RECORD.
       ADD-REGISTRY-ENTRY-EXIT.
           EXIT.

      * A missing MNTSTMTS is not an error either - a registry with
      * no 'M' entries needs none.
       LOAD-MAINT-TABLE.
           OPEN INPUT MAINT-STMT-FILE
           IF RM-MNT-FILE-STATUS = '00'
               PERFORM READ-MAINT-RECORD
               PERFORM ADD-MAINT-CARD THRU
                       ADD-MAINT-CARD-EXIT
                   UNTIL RM-END-OF-MAINT
               CLOSE MAINT-STMT-FILE
           END-IF.
       LOAD-MAINT-TABLE-EXIT.
           EXIT.

       READ-MAINT-RECORD.
           READ MAINT-STMT-FILE
               AT END
                   SET RM-END-OF-MAINT TO TRUE
           END-READ.
       READ-MAINT-RECORD-EXIT.
           EXIT.

       ADD-MAINT-CARD.
           IF RM-MNT-COUNT >= RM-MAX-MNT-CARDS
               SET RM-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO RM-MNT-COUNT
               SET RM-MNT-IDX TO RM-MNT-COUNT
               MOVE MAINT-STMT-REC TO RM-MNT-IMAGE(RM-MNT-IDX)
               SET RM-MNT-NOT-WRITTEN(RM-MNT-IDX) TO TRUE
               IF RM-MNT-STMT-ID(RM-MNT-IDX) = SPACES
                   SET RM-MNT-UNPARSED(RM-MNT-IDX) TO TRUE
                   ADD 1 TO RM-INVALID-LOAD-COUNT
                   MOVE SPACES TO ERR-RPT-REC
                   STRING 'MNTSTMTS CARD HAS NO STATEMENT ID, '
                           DELIMITED BY SIZE
                           'CARRIED: ' DELIMITED BY SIZE
                           MAINT-STMT-REC DELIMITED BY SIZE
                       INTO ERR-RPT-REC
                   END-STRING
                   WRITE ERR-RPT-REC
               ELSE
                   SET RM-MNT-ACTIVE(RM-MNT-IDX) TO TRUE
               END-IF
           END-IF
           PERFORM READ-MAINT-RECORD.
       ADD-MAINT-CARD-EXIT.
           EXIT.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET RM-END-OF-TRANS TO TRUE
           END-READ.
       READ-TRANSACTION-EXIT.
           EXIT.

       PROCESS-TRANSACTION.
           ADD 1 TO RM-TRANS-READ-COUNT
           SET RM-CARD-IS-VALID TO TRUE
           MOVE SPACES TO RM-REJECT-REASON
           EVALUATE RMT-ACTION
               WHEN 'ADD   '
                   PERFORM APPLY-ADD THRU APPLY-ADD-EXIT
               WHEN 'CHANGE'
                   PERFORM APPLY-CHANGE THRU APPLY-CHANGE-EXIT
               WHEN 'DELETE'
                   PERFORM APPLY-DELETE THRU APPLY-DELETE-EXIT
               WHEN 'RESEQ '
                   PERFORM APPLY-RESEQ THRU APPLY-RESEQ-EXIT
               WHEN 'TEXT  '
                   PERFORM APPLY-TEXT THRU APPLY-TEXT-EXIT
               WHEN OTHER
                   MOVE 'INVALID ACTION' TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
           END-EVALUATE
           IF RM-CARD-IS-REJECTED
               ADD 1 TO RM-REJECTED-COUNT
               PERFORM WRITE-REJECT-LINE
           ELSE
               ADD 1 TO RM-APPLIED-COUNT
           END-IF
           PERFORM READ-TRANSACTION.
       PROCESS-TRANSACTION-EXIT.
           EXIT.

      * The field rules Db2Example's loader and Db2ControlCardCheck
      * hold a registry record to, applied to RM-WORK-REG. The
      * first failed check wins and names the problem.
       VALIDATE-REGISTRY-FIELDS.
           EVALUATE TRUE
               WHEN RM-WORK-SEQ-NBR IS NOT NUMERIC
                   MOVE 'SEQUENCE NOT NUMERIC' TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               WHEN RM-WORK-SEQ-NBR-N = ZERO
                   MOVE 'SEQUENCE ZERO' TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               WHEN RM-WORK-STMT-ID = SPACES
                   MOVE 'STATEMENT ID MISSING' TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               WHEN RM-WORK-SELECT-VALUE IS NOT NUMERIC
                   MOVE 'SELECT VALUE NOT NUMERIC'
                       TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               WHEN RM-WORK-ENTRY-TYPE NOT = SPACE
                   AND RM-WORK-ENTRY-TYPE NOT = 'S'
                   AND RM-WORK-ENTRY-TYPE NOT = 'M'
                   MOVE 'ENTRY TYPE NOT BLANK, S OR M'
                       TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               WHEN RM-WORK-ENTRY-TYPE = 'M'
                   AND RM-WORK-GUARD-ROWS IS NOT NUMERIC
                   MOVE 'GUARD ROWS NOT NUMERIC ON M'
                       TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               WHEN RM-WORK-CRITICALITY NOT = SPACE
                   AND RM-WORK-CRITICALITY NOT = 'C'
                   AND RM-WORK-CRITICALITY NOT = 'O'
                   MOVE 'CRITICALITY NOT BLANK, C OR O'
                       TO RM-REJECT-REASON
                   SET RM-CARD-IS-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RM-CARD-IS-VALID
               EVALUATE TRUE
                   WHEN RM-WORK-FREQ-CODE = SPACES
                   WHEN RM-WORK-FREQ-CODE = 'D '
                   WHEN RM-WORK-FREQ-CODE = 'ME'
                   WHEN RM-WORK-FREQ-CODE = 'QE'
                       CONTINUE
                   WHEN RM-WORK-FREQ-CODE(1:1) = 'W'
                       AND RM-WORK-FREQ-CODE(2:1) IS NUMERIC
                       AND RM-WORK-FREQ-CODE(2:1) NOT = '0'
                       AND RM-WORK-FREQ-CODE(2:1) NOT = '8'
                       AND RM-WORK-FREQ-CODE(2:1) NOT = '9'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'FREQUENCY CODE UNRECOGNIZED'
                           TO RM-REJECT-REASON
                       SET RM-CARD-IS-REJECTED TO TRUE
               END-EVALUATE
           END-IF.
       VALIDATE-REGISTRY-FIELDS-EXIT.
           EXIT.

      * Key lookup on the statement id in RM-WORK-STMT-ID, active
      * entries only.
       FIND-REGISTRY-ID.
           SET RM-KEY-NOT-FOUND TO TRUE
           MOVE ZERO TO RM-FOUND-IDX
           PERFORM FIND-REGISTRY-ID-SCAN THRU
                   FIND-REGISTRY-ID-SCAN-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT
                   OR RM-KEY-FOUND.
       FIND-REGISTRY-ID-EXIT.
           EXIT.

       FIND-REGISTRY-ID-SCAN.
           IF RM-REG-ACTIVE(RM-REG-IDX)
               AND RM-REG-STMT-ID(RM-REG-IDX) = RM-WORK-STMT-ID
               SET RM-KEY-FOUND TO TRUE
               SET RM-FOUND-IDX TO RM-REG-IDX
           END-IF.
       FIND-REGISTRY-ID-SCAN-EXIT.
           EXIT.

      * Is the sequence number in RM-WORK-SEQ-NBR already held by an
      * active entry?
       FIND-REGISTRY-SEQ.
           SET RM-SEQ-NOT-IN-USE TO TRUE
           MOVE ZERO TO RM-SEQ-FOUND-IDX
           PERFORM FIND-REGISTRY-SEQ-SCAN THRU
                   FIND-REGISTRY-SEQ-SCAN-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT
                   OR RM-SEQ-IN-USE.
       FIND-REGISTRY-SEQ-EXIT.
           EXIT.

       FIND-REGISTRY-SEQ-SCAN.
           IF RM-REG-ACTIVE(RM-REG-IDX)
               AND RM-REG-SEQ-NBR(RM-REG-IDX) = RM-WORK-SEQ-NBR
               SET RM-SEQ-IN-USE TO TRUE
               SET RM-SEQ-FOUND-IDX TO RM-REG-IDX
           END-IF.
       FIND-REGISTRY-SEQ-SCAN-EXIT.
           EXIT.

       APPLY-ADD.
           MOVE RMT-REG-IMAGE TO RM-WORK-REG
           PERFORM VALIDATE-REGISTRY-FIELDS
           IF RM-CARD-IS-REJECTED
               GO TO APPLY-ADD-EXIT
           END-IF
           PERFORM FIND-REGISTRY-ID
           IF RM-KEY-FOUND
               MOVE 'DUPLICATE STATEMENT ID' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-ADD-EXIT
           END-IF
           PERFORM FIND-REGISTRY-SEQ
           IF RM-SEQ-IN-USE
               MOVE 'SEQUENCE NUMBER IN USE' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-ADD-EXIT
           END-IF
      * An entry slotted in at or below the checkpoint would be
      * taken as already done by the resubmit and never run.
           IF RM-RESTART-SEQ-NBR > ZERO
               AND RM-WORK-SEQ-NBR-N NOT > RM-RESTART-SEQ-NBR
               MOVE 'SEQ NOT ABOVE PENDING RESTART'
                   TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-ADD-EXIT
           END-IF
           IF RM-REG-COUNT >= RM-MAX-REG-ENTRIES
               SET RM-TABLE-IS-FULL TO TRUE
               MOVE 'REGISTRY TABLE FULL' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-ADD-EXIT
           END-IF
           ADD 1 TO RM-REG-COUNT
           SET RM-REG-IDX TO RM-REG-COUNT
           MOVE RM-WORK-REG TO RM-REG-IMAGE(RM-REG-IDX)
           SET RM-REG-ACTIVE(RM-REG-IDX) TO TRUE
           SET RM-REG-TEXT-ORIGINAL(RM-REG-IDX) TO TRUE
           MOVE ZERO TO RM-REG-RANK(RM-REG-IDX)
           MOVE 'STMTREGF' TO RM-CHG-FILE-TAG
           MOVE RM-WORK-STMT-ID TO RM-CHG-KEY
           MOVE SPACES TO RM-BEFORE-IMAGE
           MOVE RM-WORK-REG TO RM-AFTER-IMAGE
           PERFORM WRITE-CHANGE-LINES.
       APPLY-ADD-EXIT.
           EXIT.

      * The card's image replaces the entry's, sequence number
      * excepted. An entry that stops being type 'M' has no further
      * use for its statement text, which is dropped with it so the
      * two files never drift apart.
       APPLY-CHANGE.
           MOVE RMT-REG-IMAGE TO RM-WORK-REG
           IF RM-WORK-STMT-ID = SPACES
               MOVE 'STATEMENT ID MISSING' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-CHANGE-EXIT
           END-IF
           PERFORM FIND-REGISTRY-ID
           IF RM-KEY-NOT-FOUND
               MOVE 'STATEMENT ID NOT FOUND' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-CHANGE-EXIT
           END-IF
           SET RM-REG-IDX TO RM-FOUND-IDX
           IF RM-WORK-SEQ-NBR NOT = SPACES
               AND RM-WORK-SEQ-NBR NOT = RM-REG-SEQ-NBR(RM-REG-IDX)
               MOVE 'USE RESEQ TO RENUMBER' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-CHANGE-EXIT
           END-IF
           MOVE RM-REG-SEQ-NBR(RM-REG-IDX) TO RM-WORK-SEQ-NBR
           PERFORM VALIDATE-REGISTRY-FIELDS
           IF RM-CARD-IS-REJECTED
               GO TO APPLY-CHANGE-EXIT
           END-IF
           IF RM-WORK-REG = RM-REG-IMAGE(RM-REG-IDX)
               MOVE 'CARD CHANGES NOTHING' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-CHANGE-EXIT
           END-IF
           MOVE 'STMTREGF' TO RM-CHG-FILE-TAG
           MOVE RM-WORK-STMT-ID TO RM-CHG-KEY
           MOVE RM-REG-IMAGE(RM-REG-IDX) TO RM-BEFORE-IMAGE
           MOVE RM-WORK-REG TO RM-AFTER-IMAGE
           PERFORM WRITE-CHANGE-LINES
           MOVE RM-WORK-REG TO RM-REG-IMAGE(RM-REG-IDX)
           IF NOT RM-REG-IS-MAINT(RM-REG-IDX)
               MOVE RM-WORK-STMT-ID TO RM-TEXT-ID
               PERFORM DROP-STATEMENT-TEXT
           END-IF.
       APPLY-CHANGE-EXIT.
           EXIT.

       APPLY-DELETE.
           MOVE RMT-REG-IMAGE TO RM-WORK-REG
           IF RM-WORK-STMT-ID = SPACES
               MOVE 'STATEMENT ID MISSING' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-DELETE-EXIT
           END-IF
           PERFORM FIND-REGISTRY-ID
           IF RM-KEY-NOT-FOUND
               MOVE 'STATEMENT ID NOT FOUND' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-DELETE-EXIT
           END-IF
           SET RM-REG-IDX TO RM-FOUND-IDX
           MOVE 'STMTREGF' TO RM-CHG-FILE-TAG
           MOVE RM-WORK-STMT-ID TO RM-CHG-KEY
           MOVE RM-REG-IMAGE(RM-REG-IDX) TO RM-BEFORE-IMAGE
           MOVE SPACES TO RM-AFTER-IMAGE
           PERFORM WRITE-CHANGE-LINES
           SET RM-REG-DELETED(RM-REG-IDX) TO TRUE
           MOVE RM-WORK-STMT-ID TO RM-TEXT-ID
           PERFORM DROP-STATEMENT-TEXT.
       APPLY-DELETE-EXIT.
           EXIT.

      * Either form of RESEQ changes what a checkpoint sequence
      * number points at, so neither runs while a restart is
      * pending - the resubmit has to finish under the numbering it
      * started with.
       APPLY-RESEQ.
           MOVE RMT-REG-IMAGE TO RM-WORK-REG
           IF RM-RESTART-SEQ-NBR > ZERO
               MOVE 'RESTART PENDING - NO RESEQ' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-RESEQ-EXIT
           END-IF
           IF RM-WORK-SEQ-NBR IS NOT NUMERIC
               MOVE 'SEQUENCE NOT NUMERIC' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-RESEQ-EXIT
           END-IF
           IF RM-WORK-SEQ-NBR-N = ZERO
               MOVE 'SEQUENCE ZERO' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-RESEQ-EXIT
           END-IF
           IF RM-WORK-STMT-ID = SPACES
               PERFORM RESEQUENCE-ALL THRU RESEQUENCE-ALL-EXIT
               GO TO APPLY-RESEQ-EXIT
           END-IF
           PERFORM FIND-REGISTRY-ID
           IF RM-KEY-NOT-FOUND
               MOVE 'STATEMENT ID NOT FOUND' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-RESEQ-EXIT
           END-IF
           SET RM-REG-IDX TO RM-FOUND-IDX
           IF RM-REG-SEQ-NBR(RM-REG-IDX) = RM-WORK-SEQ-NBR
               MOVE 'CARD CHANGES NOTHING' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-RESEQ-EXIT
           END-IF
           PERFORM FIND-REGISTRY-SEQ
           IF RM-SEQ-IN-USE
               MOVE 'SEQUENCE NUMBER IN USE' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-RESEQ-EXIT
           END-IF
           SET RM-REG-IDX TO RM-FOUND-IDX
           MOVE 'STMTREGF' TO RM-CHG-FILE-TAG
           MOVE RM-WORK-STMT-ID TO RM-CHG-KEY
           MOVE RM-REG-IMAGE(RM-REG-IDX) TO RM-BEFORE-IMAGE
           MOVE RM-WORK-SEQ-NBR TO RM-REG-SEQ-NBR(RM-REG-IDX)
           MOVE RM-REG-IMAGE(RM-REG-IDX) TO RM-AFTER-IMAGE
           PERFORM WRITE-CHANGE-LINES.
       APPLY-RESEQ-EXIT.
           EXIT.

      * Renumbers every active entry in its present order, the
      * card's sequence field being the step. The new numbers must
      * all fit in two digits or nothing is renumbered.
       RESEQUENCE-ALL.
           MOVE RM-WORK-SEQ-NBR-N TO RM-RESEQ-STEP
           PERFORM RANK-REGISTRY-ENTRIES
           COMPUTE RM-RESEQ-TOP = RM-ACTIVE-COUNT * RM-RESEQ-STEP
           IF RM-RESEQ-TOP > 99
               MOVE 'STEP TOO LARGE FOR 99' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO RESEQUENCE-ALL-EXIT
           END-IF
           MOVE 'STMTREGF' TO RM-CHG-FILE-TAG
           PERFORM RESEQUENCE-ONE-ENTRY THRU
                   RESEQUENCE-ONE-ENTRY-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT.
       RESEQUENCE-ALL-EXIT.
           EXIT.

       RESEQUENCE-ONE-ENTRY.
           IF NOT RM-REG-ACTIVE(RM-REG-IDX)
               GO TO RESEQUENCE-ONE-ENTRY-EXIT
           END-IF
           COMPUTE RM-LOW-SEQ =
               RM-REG-RANK(RM-REG-IDX) * RM-RESEQ-STEP
           IF RM-LOW-SEQ = RM-REG-SEQ-NBR-N(RM-REG-IDX)
               GO TO RESEQUENCE-ONE-ENTRY-EXIT
           END-IF
           MOVE RM-REG-STMT-ID(RM-REG-IDX) TO RM-CHG-KEY
           MOVE RM-REG-IMAGE(RM-REG-IDX) TO RM-BEFORE-IMAGE
           MOVE RM-LOW-SEQ TO RM-REG-SEQ-NBR-N(RM-REG-IDX)
           MOVE RM-REG-IMAGE(RM-REG-IDX) TO RM-AFTER-IMAGE
           PERFORM WRITE-CHANGE-LINES.
       RESEQUENCE-ONE-ENTRY-EXIT.
           EXIT.

      * Gives every active entry its place in ascending sequence
      * order in RM-REG-RANK (1 = lowest) by repeated scans for the
      * lowest unranked number - 50 entries at most, so the simple
      * way is the right one. RM-ACTIVE-COUNT comes back with the
      * number of entries ranked.
       RANK-REGISTRY-ENTRIES.
           MOVE ZERO TO RM-ACTIVE-COUNT
           PERFORM CLEAR-ONE-RANK THRU CLEAR-ONE-RANK-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT
           PERFORM RANK-NEXT-ENTRY THRU RANK-NEXT-ENTRY-EXIT
               VARYING RM-RANK-NBR FROM 1 BY 1
               UNTIL RM-RANK-NBR > RM-ACTIVE-COUNT.
       RANK-REGISTRY-ENTRIES-EXIT.
           EXIT.

       CLEAR-ONE-RANK.
           MOVE ZERO TO RM-REG-RANK(RM-REG-IDX)
           IF RM-REG-ACTIVE(RM-REG-IDX)
               ADD 1 TO RM-ACTIVE-COUNT
           END-IF.
       CLEAR-ONE-RANK-EXIT.
           EXIT.

       RANK-NEXT-ENTRY.
           MOVE 100 TO RM-LOW-SEQ
           MOVE ZERO TO RM-LOW-IDX
           PERFORM FIND-LOWEST-UNRANKED THRU
                   FIND-LOWEST-UNRANKED-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT
           IF RM-LOW-IDX > ZERO
               SET RM-REG-IDX TO RM-LOW-IDX
               MOVE RM-RANK-NBR TO RM-REG-RANK(RM-REG-IDX)
           END-IF.
       RANK-NEXT-ENTRY-EXIT.
           EXIT.

       FIND-LOWEST-UNRANKED.
           IF RM-REG-ACTIVE(RM-REG-IDX)
               AND RM-REG-RANK(RM-REG-IDX) = ZERO
               AND RM-REG-SEQ-NBR-N(RM-REG-IDX) < RM-LOW-SEQ
               MOVE RM-REG-SEQ-NBR-N(RM-REG-IDX) TO RM-LOW-SEQ
               SET RM-LOW-IDX TO RM-REG-IDX
           END-IF.
       FIND-LOWEST-UNRANKED-EXIT.
           EXIT.

      * A TEXT card belongs to an 'M' entry already in the registry
      * - add or change the entry first, in the same deck. The
      * first TEXT card for an id this run clears the old text; the
      * rest continue it.
       APPLY-TEXT.
           IF RMT-MNT-STMT-ID = SPACES
               MOVE 'STATEMENT ID MISSING' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-TEXT-EXIT
           END-IF
           IF RMT-MNT-TEXT = SPACES
               MOVE 'TEXT CARD IS BLANK' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-TEXT-EXIT
           END-IF
           MOVE RMT-MNT-STMT-ID TO RM-WORK-STMT-ID
           PERFORM FIND-REGISTRY-ID
           IF RM-KEY-NOT-FOUND
               MOVE 'NO REGISTRY ENTRY FOR TEXT' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-TEXT-EXIT
           END-IF
           SET RM-REG-IDX TO RM-FOUND-IDX
           IF NOT RM-REG-IS-MAINT(RM-REG-IDX)
               MOVE 'REGISTRY ENTRY NOT TYPE M' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-TEXT-EXIT
           END-IF
           IF RM-MNT-COUNT >= RM-MAX-MNT-CARDS
               SET RM-TABLE-IS-FULL TO TRUE
               MOVE 'MNTSTMTS TABLE FULL' TO RM-REJECT-REASON
               SET RM-CARD-IS-REJECTED TO TRUE
               GO TO APPLY-TEXT-EXIT
           END-IF
           IF RM-REG-TEXT-ORIGINAL(RM-REG-IDX)
               SET RM-REG-TEXT-REPLACED(RM-REG-IDX) TO TRUE
               MOVE RMT-MNT-STMT-ID TO RM-TEXT-ID
               PERFORM DROP-STATEMENT-TEXT
           END-IF
           ADD 1 TO RM-MNT-COUNT
           SET RM-MNT-IDX TO RM-MNT-COUNT
           MOVE RMT-REG-IMAGE TO RM-MNT-IMAGE(RM-MNT-IDX)
           SET RM-MNT-ACTIVE(RM-MNT-IDX) TO TRUE
           SET RM-MNT-NOT-WRITTEN(RM-MNT-IDX) TO TRUE
           MOVE 'MNTSTMTS' TO RM-CHG-FILE-TAG
           MOVE RMT-MNT-STMT-ID TO RM-CHG-KEY
           MOVE SPACES TO RM-BEFORE-IMAGE
           MOVE RMT-REG-IMAGE TO RM-AFTER-IMAGE
           PERFORM WRITE-CHANGE-LINES.
       APPLY-TEXT-EXIT.
           EXIT.

      * Deletes every active text card for RM-TEXT-ID, one change
      * block per card, under the action of the card that caused it.
       DROP-STATEMENT-TEXT.
           MOVE 'MNTSTMTS' TO RM-CHG-FILE-TAG
           MOVE RM-TEXT-ID TO RM-CHG-KEY
           MOVE SPACES TO RM-AFTER-IMAGE
           PERFORM DROP-ONE-TEXT-CARD THRU DROP-ONE-TEXT-CARD-EXIT
               VARYING RM-MNT-IDX FROM 1 BY 1
               UNTIL RM-MNT-IDX > RM-MNT-COUNT.
       DROP-STATEMENT-TEXT-EXIT.
           EXIT.

       DROP-ONE-TEXT-CARD.
           IF RM-MNT-ACTIVE(RM-MNT-IDX)
               AND RM-MNT-STMT-ID(RM-MNT-IDX) = RM-TEXT-ID
               MOVE RM-MNT-IMAGE(RM-MNT-IDX) TO RM-BEFORE-IMAGE
               PERFORM WRITE-CHANGE-LINES
               SET RM-MNT-DELETED(RM-MNT-IDX) TO TRUE
           END-IF.
       DROP-ONE-TEXT-CARD-EXIT.
           EXIT.

      * The finished pair, checked as Db2Example will load it: every
      * 'M' entry with text that fits, and no more entries or
      * statements than its tables hold. Any finding here means the
      * new files must not be installed - RC 8. Text cards with no
      * 'M' entry to own them are carried and noted.
       CHECK-FINISHED-FILES.
           MOVE ZERO TO RM-MAINT-ENTRY-COUNT
           PERFORM RANK-REGISTRY-ENTRIES
           PERFORM CHECK-ONE-ENTRY THRU CHECK-ONE-ENTRY-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT
           IF RM-ACTIVE-COUNT > RM-RUN-REG-LIMIT
               MOVE 'MORE THAN 20 REGISTRY ENTRIES'
                   TO RM-FINDING-TEXT
               MOVE SPACES TO RM-TEXT-ID
               PERFORM WRITE-FINISH-FINDING
           END-IF
           IF RM-MAINT-ENTRY-COUNT > RM-RUN-MNT-LIMIT
               MOVE 'MORE THAN 10 MAINTENANCE ENTRIES'
                   TO RM-FINDING-TEXT
               MOVE SPACES TO RM-TEXT-ID
               PERFORM WRITE-FINISH-FINDING
           END-IF
           PERFORM CHECK-TEXT-OWNER THRU CHECK-TEXT-OWNER-EXIT
               VARYING RM-MNT-IDX FROM 1 BY 1
               UNTIL RM-MNT-IDX > RM-MNT-COUNT.
       CHECK-FINISHED-FILES-EXIT.
           EXIT.

       CHECK-ONE-ENTRY.
           IF NOT RM-REG-ACTIVE(RM-REG-IDX)
               OR NOT RM-REG-IS-MAINT(RM-REG-IDX)
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO RM-MAINT-ENTRY-COUNT
           MOVE RM-REG-STMT-ID(RM-REG-IDX) TO RM-TEXT-ID
           MOVE ZERO TO RM-TEXT-LEN
           MOVE ZERO TO RM-TEXT-CARD-COUNT
           PERFORM MEASURE-TEXT-CARD THRU MEASURE-TEXT-CARD-EXIT
               VARYING RM-MNT-IDX FROM 1 BY 1
               UNTIL RM-MNT-IDX > RM-MNT-COUNT
           IF RM-TEXT-LEN = ZERO
               MOVE 'M ENTRY HAS NO STATEMENT TEXT'
                   TO RM-FINDING-TEXT
               PERFORM WRITE-FINISH-FINDING
           END-IF
           IF RM-TEXT-LEN > RM-RUN-TEXT-LIMIT
               MOVE 'STATEMENT TEXT OVER 500 BYTES'
                   TO RM-FINDING-TEXT
               PERFORM WRITE-FINISH-FINDING
           END-IF.
       CHECK-ONE-ENTRY-EXIT.
           EXIT.

       MEASURE-TEXT-CARD.
           IF NOT RM-MNT-ACTIVE(RM-MNT-IDX)
               OR RM-MNT-STMT-ID(RM-MNT-IDX) NOT = RM-TEXT-ID
               GO TO MEASURE-TEXT-CARD-EXIT
           END-IF
           PERFORM FIND-TEXT-END THRU FIND-TEXT-END-EXIT
               VARYING RM-TEXT-END FROM 50 BY -1
               UNTIL RM-TEXT-END < 1
                   OR RM-MNT-TEXT(RM-MNT-IDX)(RM-TEXT-END:1)
                       NOT = SPACE
           IF RM-TEXT-END < 1
               GO TO MEASURE-TEXT-CARD-EXIT
           END-IF
           IF RM-TEXT-LEN > ZERO
               ADD 1 TO RM-TEXT-LEN
           END-IF
           ADD RM-TEXT-END TO RM-TEXT-LEN
           ADD 1 TO RM-TEXT-CARD-COUNT.
       MEASURE-TEXT-CARD-EXIT.
           EXIT.

       FIND-TEXT-END.
           CONTINUE.
       FIND-TEXT-END-EXIT.
           EXIT.

       CHECK-TEXT-OWNER.
           IF NOT RM-MNT-ACTIVE(RM-MNT-IDX)
               GO TO CHECK-TEXT-OWNER-EXIT
           END-IF
           MOVE RM-MNT-STMT-ID(RM-MNT-IDX) TO RM-WORK-STMT-ID
           PERFORM FIND-REGISTRY-ID
           IF RM-KEY-FOUND
               SET RM-REG-IDX TO RM-FOUND-IDX
               IF RM-REG-IS-MAINT(RM-REG-IDX)
                   GO TO CHECK-TEXT-OWNER-EXIT
               END-IF
           END-IF
           ADD 1 TO RM-INVALID-LOAD-COUNT
           MOVE SPACES TO ERR-RPT-REC
           STRING 'MNTSTMTS CARD WITH NO M ENTRY, CARRIED: '
                   DELIMITED BY SIZE
                   RM-MNT-IMAGE(RM-MNT-IDX) DELIMITED BY SIZE
               INTO ERR-RPT-REC
           END-STRING
           WRITE ERR-RPT-REC.
       CHECK-TEXT-OWNER-EXIT.
           EXIT.

       WRITE-FINISH-FINDING.
           ADD 1 TO RM-FINISH-FAULT-COUNT
           MOVE SPACES TO ERR-RPT-REC
           STRING 'FINISHED FILES FAIL: ' DELIMITED BY SIZE
                   RM-FINDING-TEXT DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   RM-TEXT-ID DELIMITED BY SIZE
               INTO ERR-RPT-REC
           END-STRING
           WRITE ERR-RPT-REC.
       WRITE-FINISH-FINDING-EXIT.
           EXIT.

       WRITE-REJECT-LINE.
           MOVE SPACES TO ERR-RPT-REC
           STRING 'REJECTED (' DELIMITED BY SIZE
                   RM-REJECT-REASON DELIMITED BY '  '
                   '): ' DELIMITED BY SIZE
                   TRANSACTION-REC DELIMITED BY SIZE
               INTO ERR-RPT-REC
           END-STRING
           WRITE ERR-RPT-REC.
       WRITE-REJECT-LINE-EXIT.
           EXIT.

      * One block per record touched: who, when, which card, which
      * file and key, then the before and after card images. An
      * added record has no before image and a deleted one no
      * after image.
       WRITE-CHANGE-LINES.
           MOVE SPACES TO CHG-RPT-REC
           STRING RM-TIMESTAMP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RMT-USER-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RMT-ACTION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RM-CHG-FILE-TAG DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RM-CHG-KEY DELIMITED BY SIZE
               INTO CHG-RPT-REC
           END-STRING
           WRITE CHG-RPT-REC
           MOVE SPACES TO CHG-RPT-REC
           IF RM-BEFORE-IMAGE = SPACES
               MOVE '  BEFORE: (NO RECORD)' TO CHG-RPT-REC
           ELSE
               STRING '  BEFORE: ' DELIMITED BY SIZE
                       RM-BEFORE-IMAGE DELIMITED BY SIZE
                   INTO CHG-RPT-REC
               END-STRING
           END-IF
           WRITE CHG-RPT-REC
           MOVE SPACES TO CHG-RPT-REC
           IF RM-AFTER-IMAGE = SPACES
               MOVE '  AFTER:  (DELETED)' TO CHG-RPT-REC
           ELSE
               STRING '  AFTER:  ' DELIMITED BY SIZE
                       RM-AFTER-IMAGE DELIMITED BY SIZE
                   INTO CHG-RPT-REC
               END-STRING
           END-IF
           WRITE CHG-RPT-REC.
       WRITE-CHANGE-LINES-EXIT.
           EXIT.

      * Active entries in sequence order, then anything carried
      * unparsed in the order it was read.
       WRITE-NEW-REGISTRY-FILE.
           OPEN OUTPUT NEW-REGISTRY-FILE
           PERFORM RANK-REGISTRY-ENTRIES
           PERFORM WRITE-RANKED-ENTRY THRU WRITE-RANKED-ENTRY-EXIT
               VARYING RM-RANK-NBR FROM 1 BY 1
               UNTIL RM-RANK-NBR > RM-ACTIVE-COUNT
           PERFORM WRITE-UNPARSED-ENTRY THRU
                   WRITE-UNPARSED-ENTRY-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT
           CLOSE NEW-REGISTRY-FILE.
       WRITE-NEW-REGISTRY-FILE-EXIT.
           EXIT.

       WRITE-RANKED-ENTRY.
           PERFORM WRITE-IF-RANK-MATCHES THRU
                   WRITE-IF-RANK-MATCHES-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT.
       WRITE-RANKED-ENTRY-EXIT.
           EXIT.

       WRITE-IF-RANK-MATCHES.
           IF RM-REG-ACTIVE(RM-REG-IDX)
               AND RM-REG-RANK(RM-REG-IDX) = RM-RANK-NBR
               WRITE NEW-REGISTRY-REC FROM RM-REG-IMAGE(RM-REG-IDX)
           END-IF.
       WRITE-IF-RANK-MATCHES-EXIT.
           EXIT.

       WRITE-UNPARSED-ENTRY.
           IF RM-REG-UNPARSED(RM-REG-IDX)
               WRITE NEW-REGISTRY-REC FROM RM-REG-IMAGE(RM-REG-IDX)
           END-IF.
       WRITE-UNPARSED-ENTRY-EXIT.
           EXIT.

      * Each 'M' entry's text cards together, in registry order and
      * in their own order within the statement, then every card
      * not yet written (no 'M' entry, or no statement id) as read.
      * Relies on the ranks WRITE-NEW-REGISTRY-FILE just set.
       WRITE-NEW-MAINT-FILE.
           OPEN OUTPUT NEW-MAINT-STMT-FILE
           PERFORM WRITE-RANKED-TEXT THRU WRITE-RANKED-TEXT-EXIT
               VARYING RM-RANK-NBR FROM 1 BY 1
               UNTIL RM-RANK-NBR > RM-ACTIVE-COUNT
           PERFORM WRITE-LEFTOVER-CARD THRU
                   WRITE-LEFTOVER-CARD-EXIT
               VARYING RM-MNT-IDX FROM 1 BY 1
               UNTIL RM-MNT-IDX > RM-MNT-COUNT
           CLOSE NEW-MAINT-STMT-FILE.
       WRITE-NEW-MAINT-FILE-EXIT.
           EXIT.

       WRITE-RANKED-TEXT.
           MOVE SPACES TO RM-TEXT-ID
           PERFORM FIND-RANKED-MAINT-ID THRU
                   FIND-RANKED-MAINT-ID-EXIT
               VARYING RM-REG-IDX FROM 1 BY 1
               UNTIL RM-REG-IDX > RM-REG-COUNT
           IF RM-TEXT-ID NOT = SPACES
               PERFORM WRITE-TEXT-CARD-FOR-ID THRU
                       WRITE-TEXT-CARD-FOR-ID-EXIT
                   VARYING RM-MNT-IDX FROM 1 BY 1
                   UNTIL RM-MNT-IDX > RM-MNT-COUNT
           END-IF.
       WRITE-RANKED-TEXT-EXIT.
           EXIT.

       FIND-RANKED-MAINT-ID.
           IF RM-REG-ACTIVE(RM-REG-IDX)
               AND RM-REG-RANK(RM-REG-IDX) = RM-RANK-NBR
               AND RM-REG-IS-MAINT(RM-REG-IDX)
               MOVE RM-REG-STMT-ID(RM-REG-IDX) TO RM-TEXT-ID
           END-IF.
       FIND-RANKED-MAINT-ID-EXIT.
           EXIT.

       WRITE-TEXT-CARD-FOR-ID.
           IF RM-MNT-ACTIVE(RM-MNT-IDX)
               AND RM-MNT-NOT-WRITTEN(RM-MNT-IDX)
               AND RM-MNT-STMT-ID(RM-MNT-IDX) = RM-TEXT-ID
               WRITE NEW-MAINT-STMT-REC FROM RM-MNT-IMAGE(RM-MNT-IDX)
               SET RM-MNT-WRITTEN(RM-MNT-IDX) TO TRUE
           END-IF.
       WRITE-TEXT-CARD-FOR-ID-EXIT.
           EXIT.

       WRITE-LEFTOVER-CARD.
           IF NOT RM-MNT-DELETED(RM-MNT-IDX)
               AND RM-MNT-NOT-WRITTEN(RM-MNT-IDX)
               WRITE NEW-MAINT-STMT-REC FROM RM-MNT-IMAGE(RM-MNT-IDX)
               SET RM-MNT-WRITTEN(RM-MNT-IDX) TO TRUE
           END-IF.
       WRITE-LEFTOVER-CARD-EXIT.
           EXIT.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO ERR-RPT-REC
           MOVE RM-ERR-HEADING TO ERR-RPT-REC
           WRITE ERR-RPT-REC
           MOVE SPACES TO ERR-RPT-REC
           WRITE ERR-RPT-REC
           MOVE SPACES TO CHG-RPT-REC
           MOVE RM-CHG-HEADING TO CHG-RPT-REC
           WRITE CHG-RPT-REC
           MOVE SPACES TO CHG-RPT-REC
           WRITE CHG-RPT-REC.
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO ERR-RPT-REC
           WRITE ERR-RPT-REC
           MOVE RM-TRANS-READ-COUNT TO RM-COUNT-DISP
           MOVE SPACES TO ERR-RPT-REC
           STRING RM-COUNT-DISP DELIMITED BY SIZE
                   ' CARDS READ' DELIMITED BY SIZE
               INTO ERR-RPT-REC
           END-STRING
           WRITE ERR-RPT-REC
           MOVE RM-APPLIED-COUNT TO RM-COUNT-DISP
           MOVE SPACES TO ERR-RPT-REC
           STRING RM-COUNT-DISP DELIMITED BY SIZE
                   ' APPLIED' DELIMITED BY SIZE
               INTO ERR-RPT-REC
           END-STRING
           WRITE ERR-RPT-REC
           MOVE RM-REJECTED-COUNT TO RM-COUNT-DISP
           MOVE SPACES TO ERR-RPT-REC
           STRING RM-COUNT-DISP DELIMITED BY SIZE
                   ' REJECTED' DELIMITED BY SIZE
               INTO ERR-RPT-REC
           END-STRING
           WRITE ERR-RPT-REC
      * The change board reads the change report, not this one, so
      * a run whose output must not be installed says so there too.
           IF RM-FINISH-FAULT-COUNT > ZERO
               OR RM-TABLE-IS-FULL
               MOVE SPACES TO ERR-RPT-REC
               MOVE 'NEW STMTREGN/MNTSTMTN NOT TO BE INSTALLED'
                   TO ERR-RPT-REC
               WRITE ERR-RPT-REC
               MOVE SPACES TO CHG-RPT-REC
               WRITE CHG-RPT-REC
               MOVE ERR-RPT-REC TO CHG-RPT-REC
               WRITE CHG-RPT-REC
           END-IF.
       WRITE-RUN-SUMMARY-EXIT.
           EXIT.
