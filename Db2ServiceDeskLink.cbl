       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2ServiceDeskLink.

      * Interface between the framework's own follow-up files and the
      * shop service desk. A CRIT page from Db2AlertDispatch and an
      * exception review has marked escalated (EXQ-STATUS-ESCALATED
      * on EXCPTNQ, XEXCFD) both end with somebody opening a desk
      * ticket; before this program that was done by hand and the
      * ticket number never found its way back. Each run does two
      * things:
      *
      *   - outbound: every record on the night's page feed
      *     (PAGEFEED) and every escalated exception still on the
      *     queue that has no ticket yet becomes one ticket-create
      *     record in the desk's import layout (TKTCRTE). The
      *     ticket history (TKTHIST) remembers every ticket this
      *     interface has asked for, so a storm survivor that
      *     Db2AlertDispatch re-raises 'E' an hour later, or an
      *     escalated exception still sitting on tomorrow's queue,
      *     does not open a second ticket;
      *   - inbound: the desk's daily ticket-status export (TKTSTAT)
      *     is matched back to the history by the correlation id
      *     the create record carried. The desk's ticket number is
      *     filed on the history and on the exception, and once the
      *     desk has CLOSED or CANCELLED the ticket the exception is
      *     set to status 'C' and an alert gets an acknowledgment
      *     appended to ALERTACK under operator id SVCDESK (or the
      *     desk user who closed it), which is what stops
      *     Db2AlertDispatch escalating it again.
      *
      * The correlation id is the source ('A' alert, 'X' exception)
      * followed by the timestamp, program id and statement id of
      * the record the ticket was raised for - for an exception that
      * is EXQ-KEY itself, so the closure is a keyed READ and
      * REWRITE of the one record. The assignment group comes from
      * the ownership roster (TEAMROST) Db2ExceptionQueueReview
      * routes worklists by; a program missing from the roster goes
      * to the desk as UNOWNED so the desk's own triage picks it up.
      *
      * Any input may be missing - no page feed, no export today, an
      * empty queue, no history yet - and the run simply does the
      * half it can. History entries whose ticket closed more than
      * SD-KEEP-DAYS ago are dropped when the history is rewritten;
      * by then the alert is acknowledged and the exception is
      * closed, so nothing can raise them again. RC 4 when the export
      * named an open ticket this interface did not raise, or a
      * ticket not yet closed here whose exception has left the
      * queue; RC 8 when a ticket could not be raised or the history
      * could not be rewritten - raising a ticket the history cannot
      * remember would raise it again tomorrow.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGE-FEED-FILE ASSIGN TO PAGEFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-PAGE-FILE-STATUS.
           SELECT EXCEPTION-QUEUE-FILE ASSIGN TO EXCPTNQ
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               FILE STATUS IS SD-QUEUE-FILE-STATUS.
           SELECT STATUS-EXPORT-FILE ASSIGN TO TKTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-STAT-FILE-STATUS.
           SELECT TICKET-HISTORY-FILE ASSIGN TO TKTHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-HIST-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO TEAMROST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-ROSTER-FILE-STATUS.
           SELECT TICKET-CREATE-FILE ASSIGN TO TKTCRTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-CREATE-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO ALERTACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-ACK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DESKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SD-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The page feed exactly as Db2AlertDispatch writes it
      * (AD-DISPATCH-REC): the alert, its storm repeat count, and
      * 'E' on a re-raised unacknowledged CRIT.
       FD  PAGE-FEED-FILE
           RECORDING MODE IS F.
       01  PAGE-FEED-REC.
           05  PGF-TIMESTAMP           PIC X(17).
           05  PGF-SEVERITY            PIC X(04).
           05  PGF-PROGRAM-ID          PIC X(08).
           05  PGF-STATEMENT-ID        PIC X(30).
           05  PGF-SQLCODE             PIC S9(09).
           05  PGF-ERRMC-EXCERPT       PIC X(40).
           05  PGF-REPEAT-COUNT        PIC 9(04).
           05  PGF-ESCALATED           PIC X(01).
           05  FILLER                  PIC X(07).

       COPY XEXCFD.

      * The desk's daily ticket-status export: one record per ticket
      * raised through the import, with the correlation id the create
      * record carried. CLOSED and CANCELLED are the desk's final
      * states; anything else is still being worked.
       FD  STATUS-EXPORT-FILE
           RECORDING MODE IS F.
       01  TICKET-STATUS-REC.
           05  TKS-TICKET-NUMBER       PIC X(15).
           05  FILLER                  PIC X(01).
           05  TKS-CORRELATION-ID      PIC X(56).
           05  FILLER                  PIC X(01).
           05  TKS-STATE               PIC X(10).
               88  TKS-STATE-IS-FINAL      VALUES 'CLOSED    '
                                                  'CANCELLED '.
           05  FILLER                  PIC X(01).
           05  TKS-CLOSED-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  TKS-CLOSED-BY           PIC X(08).
           05  FILLER                  PIC X(19).

      * One record per ticket this interface has asked the desk for.
      * The ticket number is blank until the desk's export reports
      * it, the closed date blank until the desk closes the ticket.
       FD  TICKET-HISTORY-FILE
           RECORDING MODE IS F.
       01  TICKET-HISTORY-REC.
           05  TKH-CORRELATION-ID      PIC X(56).
           05  FILLER                  PIC X(01).
           05  TKH-RAISED-DATE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  TKH-TICKET-NUMBER       PIC X(15).
           05  FILLER                  PIC X(01).
           05  TKH-CLOSED-DATE         PIC X(08).
           05  FILLER                  PIC X(10).

      * Same ownership roster Db2ExceptionQueueReview reads.
       FD  ROSTER-FILE
           RECORDING MODE IS F.
       01  ROSTER-REC.
           05  TMR-PROGRAM-ID          PIC X(08).
           05  TMR-TEAM-CODE           PIC X(08).
           05  TMR-CONTACT             PIC X(30).
           05  TMR-WORKLIST-NBR        PIC X(01).
           05  FILLER                  PIC X(33).

      * The desk's ticket-create import layout. Priority 1 for a
      * CRIT page, 2 for an escalated exception; the assignment
      * group is the owning team's code.
       FD  TICKET-CREATE-FILE
           RECORDING MODE IS F.
       01  TICKET-CREATE-REC.
           05  TKC-RECORD-TYPE         PIC X(06).
           05  FILLER                  PIC X(01).
           05  TKC-CORRELATION-ID.
               10  TKC-SOURCE          PIC X(01).
               10  TKC-TIMESTAMP       PIC X(17).
               10  TKC-PROGRAM-ID      PIC X(08).
               10  TKC-STATEMENT-ID    PIC X(30).
           05  FILLER                  PIC X(01).
           05  TKC-PRIORITY            PIC X(01).
           05  FILLER                  PIC X(01).
           05  TKC-ASSIGNMENT-GROUP    PIC X(08).
           05  FILLER                  PIC X(01).
           05  TKC-CONTACT             PIC X(30).
           05  FILLER                  PIC X(01).
           05  TKC-SHORT-DESC          PIC X(80).
           05  FILLER                  PIC X(01).
           05  TKC-DETAIL              PIC X(60).
           05  FILLER                  PIC X(03).

      * Same layout Db2AlertDispatch loads its acknowledgments from.
       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-REC.
           05  ACK-TIMESTAMP           PIC X(17).
           05  ACK-PROGRAM-ID          PIC X(08).
           05  ACK-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(47).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  SD-PAGE-FILE-STATUS         PIC X(02) VALUE '00'.
       01  SD-QUEUE-FILE-STATUS        PIC X(02) VALUE '00'.
       01  SD-STAT-FILE-STATUS         PIC X(02) VALUE '00'.
       01  SD-HIST-FILE-STATUS         PIC X(02) VALUE '00'.
       01  SD-ROSTER-FILE-STATUS       PIC X(02) VALUE '00'.
       01  SD-CREATE-FILE-STATUS       PIC X(02) VALUE '00'.
       01  SD-ACK-FILE-STATUS          PIC X(02) VALUE '00'.
       01  SD-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  SD-PAGE-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  SD-END-OF-PAGE-FEED         VALUE 'Y'.
       01  SD-QUEUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88  SD-END-OF-QUEUE             VALUE 'Y'.
       01  SD-STAT-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  SD-END-OF-EXPORT            VALUE 'Y'.
       01  SD-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  SD-END-OF-HISTORY           VALUE 'Y'.
       01  SD-ROSTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  SD-END-OF-ROSTER            VALUE 'Y'.
       01  SD-QUEUE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88  SD-QUEUE-IS-OPEN            VALUE 'Y'.
       01  SD-ACK-OPEN-SWITCH          PIC X(01) VALUE 'N'.
           88  SD-ACK-IS-OPEN              VALUE 'Y'.
       01  SD-HIST-MATCH-SWITCH        PIC X(01) VALUE 'N'.
           88  SD-HIST-FOUND               VALUE 'Y'.
           88  SD-HIST-NOT-FOUND           VALUE 'N'.
       01  SD-HIST-TRUNCATED-SWITCH    PIC X(01) VALUE 'N'.
           88  SD-HIST-TRUNCATED           VALUE 'Y'.
       01  SD-NEWLY-CLOSED-SWITCH      PIC X(01) VALUE 'N'.
           88  SD-TICKET-NEWLY-CLOSED      VALUE 'Y'.
           88  SD-TICKET-NOT-NEWLY-CLOSED  VALUE 'N'.
       01  SD-EXQ-CHANGED-SWITCH       PIC X(01) VALUE 'N'.
           88  SD-EXQ-CHANGED              VALUE 'Y'.
           88  SD-EXQ-UNCHANGED            VALUE 'N'.

       01  SD-CURRENT-DATE             PIC 9(08).
       01  SD-TODAY-INT                PIC S9(09) COMP.
       01  SD-CLOSED-DATE              PIC 9(08).
       01  SD-KEEP-DAYS                PIC 9(04) COMP VALUE 30.
       01  SD-WORST-RC                 PIC 9(02) COMP VALUE ZERO.

      * The correlation id being looked for, in the create record's
      * shape, so it can be built field by field and compared whole.
       01  SD-CORRELATION-ID.
           05  SD-CORR-SOURCE          PIC X(01).
               88  SD-CORR-IS-ALERT        VALUE 'A'.
               88  SD-CORR-IS-EXCEPTION    VALUE 'X'.
           05  SD-CORR-TIMESTAMP       PIC X(17).
           05  SD-CORR-PROGRAM-ID      PIC X(08).
           05  SD-CORR-STATEMENT-ID    PIC X(30).

      * Low-order seven characters of the desk's ticket number - the
      * part of it that fits on the exception record.
       01  SD-TICKET-END               PIC 9(04) COMP.
       01  SD-TICKET-START             PIC 9(04) COMP.
       01  SD-TICKET-LEN               PIC 9(04) COMP.
       01  SD-SHORT-TICKET             PIC X(07).

       01  SD-TEAM-CODE                PIC X(08).
       01  SD-TEAM-CONTACT             PIC X(30).
       01  SD-SQLCODE-DISP             PIC -(9)9.
       01  SD-REPEAT-DISP              PIC ZZZ9.
       01  SD-DESC-PTR                 PIC 9(04) COMP.
       01  SD-SQLCODE-LEAD             PIC 9(04) COMP.
       01  SD-REPEAT-LEAD              PIC 9(04) COMP.

       01  SD-PAGE-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  SD-QUEUE-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  SD-ALERT-RAISED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  SD-EXQ-RAISED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  SD-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  SD-NOT-RAISED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  SD-EXPORT-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  SD-UNKNOWN-TICKET-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  SD-UNKNOWN-FINAL-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  SD-ALREADY-CLOSED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  SD-NUMBERED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  SD-ACKED-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  SD-EXQ-CLOSED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  SD-EXQ-GONE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  SD-DROPPED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  SD-COUNT-DISP               PIC ZZZ,ZZ9.

      * The ownership roster, loaded whole.
       01  SD-MAX-ROSTER-ENTRIES       PIC 9(04) COMP VALUE 50.
       01  SD-ROSTER-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  SD-ROSTER-TABLE.
           05  SD-ROSTER-ENTRY OCCURS 50 TIMES
                       INDEXED BY SD-ROSTER-IDX.
               10  SD-ROSTER-PROGRAM-ID    PIC X(08).
               10  SD-ROSTER-TEAM-CODE     PIC X(08).
               10  SD-ROSTER-CONTACT       PIC X(30).

      * The ticket history, loaded whole and rewritten whole at the
      * end of the run. A thousand tickets is years of CRIT pages at
      * this shop's rate once closed tickets age out; a history
      * longer than the table is not rewritten (it would lose the
      * tail) and the run ends RC 8.
       01  SD-MAX-HIST-ENTRIES         PIC 9(04) COMP VALUE 1000.
       01  SD-HIST-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  SD-HIST-TABLE.
           05  SD-HIST-ENTRY OCCURS 1000 TIMES
                       INDEXED BY SD-HIST-IDX  SD-HIST-OUT-IDX.
               10  SD-HIST-CORRELATION-ID  PIC X(56).
               10  SD-HIST-RAISED-DATE     PIC X(08).
               10  SD-HIST-TICKET-NUMBER   PIC X(15).
               10  SD-HIST-CLOSED-DATE     PIC X(08).

       01  SD-HEADING-1                PIC X(58) VALUE
           'SERVICE DESK TICKET INTERFACE REPORT'.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT SD-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE SD-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(SD-CURRENT-DATE)
           PERFORM LOAD-HISTORY-TABLE
           PERFORM LOAD-ROSTER-TABLE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT TICKET-CREATE-FILE
           PERFORM WRITE-REPORT-HEADING
      * A missing or empty queue is not an error - nothing has been
      * escalated, and nothing on it can be closed.
           OPEN I-O EXCEPTION-QUEUE-FILE
           IF SD-QUEUE-FILE-STATUS = '00'
               SET SD-QUEUE-IS-OPEN TO TRUE
           END-IF
           PERFORM RAISE-ALERT-TICKETS
           PERFORM RAISE-EXCEPTION-TICKETS
           PERFORM APPLY-STATUS-EXPORT
           IF SD-QUEUE-IS-OPEN
               CLOSE EXCEPTION-QUEUE-FILE
           END-IF
           CLOSE TICKET-CREATE-FILE
           PERFORM SAVE-HISTORY-TABLE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           MOVE SD-WORST-RC TO RETURN-CODE
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

      * A missing history is not an error - it just means this is the
      * interface's first run and no ticket has been raised yet.
       LOAD-HISTORY-TABLE.
           OPEN INPUT TICKET-HISTORY-FILE
           IF SD-HIST-FILE-STATUS = '00'
               PERFORM READ-HISTORY-RECORD
               PERFORM ADD-HISTORY-ENTRY THRU ADD-HISTORY-ENTRY-EXIT
                   UNTIL SD-END-OF-HISTORY
               CLOSE TICKET-HISTORY-FILE
           END-IF.
       LOAD-HISTORY-TABLE-EXIT.
           EXIT.

       READ-HISTORY-RECORD.
           READ TICKET-HISTORY-FILE
               AT END
                   SET SD-END-OF-HISTORY TO TRUE
           END-READ.
       READ-HISTORY-RECORD-EXIT.
           EXIT.

       ADD-HISTORY-ENTRY.
           IF TKH-CORRELATION-ID = SPACES
               GO TO ADD-HISTORY-ENTRY-NEXT
           END-IF
           IF SD-HIST-COUNT < SD-MAX-HIST-ENTRIES
               ADD 1 TO SD-HIST-COUNT
               SET SD-HIST-IDX TO SD-HIST-COUNT
               MOVE TKH-CORRELATION-ID
                   TO SD-HIST-CORRELATION-ID(SD-HIST-IDX)
               MOVE TKH-RAISED-DATE TO SD-HIST-RAISED-DATE(SD-HIST-IDX)
               MOVE TKH-TICKET-NUMBER
                   TO SD-HIST-TICKET-NUMBER(SD-HIST-IDX)
               MOVE TKH-CLOSED-DATE TO SD-HIST-CLOSED-DATE(SD-HIST-IDX)
           ELSE
               SET SD-HIST-TRUNCATED TO TRUE
           END-IF.
       ADD-HISTORY-ENTRY-NEXT.
           PERFORM READ-HISTORY-RECORD.
       ADD-HISTORY-ENTRY-EXIT.
           EXIT.

      * A missing roster is not an error - every ticket goes to the
      * desk as UNOWNED until operations supplies the file.
       LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE
           IF SD-ROSTER-FILE-STATUS = '00'
               PERFORM READ-ROSTER-RECORD
               PERFORM ADD-ROSTER-ENTRY THRU ADD-ROSTER-ENTRY-EXIT
                   UNTIL SD-END-OF-ROSTER
               CLOSE ROSTER-FILE
           END-IF.
       LOAD-ROSTER-TABLE-EXIT.
           EXIT.

       READ-ROSTER-RECORD.
           READ ROSTER-FILE
               AT END
                   SET SD-END-OF-ROSTER TO TRUE
           END-READ.
       READ-ROSTER-RECORD-EXIT.
           EXIT.

       ADD-ROSTER-ENTRY.
           IF SD-ROSTER-COUNT < SD-MAX-ROSTER-ENTRIES
               AND TMR-PROGRAM-ID NOT = SPACES
               ADD 1 TO SD-ROSTER-COUNT
               SET SD-ROSTER-IDX TO SD-ROSTER-COUNT
               MOVE TMR-PROGRAM-ID
                   TO SD-ROSTER-PROGRAM-ID(SD-ROSTER-IDX)
               MOVE TMR-TEAM-CODE
                   TO SD-ROSTER-TEAM-CODE(SD-ROSTER-IDX)
               MOVE TMR-CONTACT
                   TO SD-ROSTER-CONTACT(SD-ROSTER-IDX)
           END-IF
           PERFORM READ-ROSTER-RECORD.
       ADD-ROSTER-ENTRY-EXIT.
           EXIT.

      * ----- Outbound: CRIT pages ------------------------------------
      * Everything on the page feed pages, so everything on it gets a
      * ticket - the dispatcher already routes an unknown severity
      * there as CRIT. A re-raise ('E') carries the original alert's
      * timestamp and program id, so it finds the original's history
      * entry and is counted as a duplicate.
       RAISE-ALERT-TICKETS.
           OPEN INPUT PAGE-FEED-FILE
           IF SD-PAGE-FILE-STATUS = '00'
               PERFORM READ-PAGE-FEED-RECORD
               PERFORM RAISE-ALERT-TICKET THRU RAISE-ALERT-TICKET-EXIT
                   UNTIL SD-END-OF-PAGE-FEED
               CLOSE PAGE-FEED-FILE
           END-IF.
       RAISE-ALERT-TICKETS-EXIT.
           EXIT.

       READ-PAGE-FEED-RECORD.
           READ PAGE-FEED-FILE
               AT END
                   SET SD-END-OF-PAGE-FEED TO TRUE
           END-READ.
       READ-PAGE-FEED-RECORD-EXIT.
           EXIT.

       RAISE-ALERT-TICKET.
           ADD 1 TO SD-PAGE-READ-COUNT
           MOVE 'A' TO SD-CORR-SOURCE
           MOVE PGF-TIMESTAMP TO SD-CORR-TIMESTAMP
           MOVE PGF-PROGRAM-ID TO SD-CORR-PROGRAM-ID
           MOVE PGF-STATEMENT-ID TO SD-CORR-STATEMENT-ID
           PERFORM FIND-HISTORY-ENTRY
           IF SD-HIST-FOUND
               ADD 1 TO SD-DUPLICATE-COUNT
               GO TO RAISE-ALERT-TICKET-NEXT
           END-IF
           PERFORM ADD-RAISED-TICKET
           IF SD-HIST-NOT-FOUND
               GO TO RAISE-ALERT-TICKET-NEXT
           END-IF
           PERFORM FIND-TEAM-FOR-PROGRAM
           MOVE SPACES TO TICKET-CREATE-REC
           MOVE 'CREATE' TO TKC-RECORD-TYPE
           MOVE SD-CORRELATION-ID TO TKC-CORRELATION-ID
           MOVE '1' TO TKC-PRIORITY
           MOVE SD-TEAM-CODE TO TKC-ASSIGNMENT-GROUP
           MOVE SD-TEAM-CONTACT TO TKC-CONTACT
           MOVE PGF-SQLCODE TO SD-SQLCODE-DISP
           PERFORM COUNT-SQLCODE-LEAD
           MOVE 1 TO SD-DESC-PTR
           STRING PGF-SEVERITY DELIMITED BY SPACE
                   ' SQLCODE ' DELIMITED BY SIZE
                   SD-SQLCODE-DISP(SD-SQLCODE-LEAD + 1:)
                       DELIMITED BY SIZE
                   ' IN ' DELIMITED BY SIZE
                   PGF-PROGRAM-ID DELIMITED BY SPACE
                   ' STMT ' DELIMITED BY SIZE
                   PGF-STATEMENT-ID DELIMITED BY SPACE
               INTO TKC-SHORT-DESC
               WITH POINTER SD-DESC-PTR
           END-STRING
           IF PGF-REPEAT-COUNT IS NUMERIC
               AND PGF-REPEAT-COUNT > 1
               MOVE PGF-REPEAT-COUNT TO SD-REPEAT-DISP
               MOVE ZERO TO SD-REPEAT-LEAD
               INSPECT SD-REPEAT-DISP
                   TALLYING SD-REPEAT-LEAD FOR LEADING SPACE
               STRING ' (' DELIMITED BY SIZE
                       SD-REPEAT-DISP(SD-REPEAT-LEAD + 1:)
                           DELIMITED BY SIZE
                       ' REPEATS)' DELIMITED BY SIZE
                   INTO TKC-SHORT-DESC
                   WITH POINTER SD-DESC-PTR
               END-STRING
           END-IF
           MOVE PGF-ERRMC-EXCERPT TO TKC-DETAIL
           WRITE TICKET-CREATE-REC
           ADD 1 TO SD-ALERT-RAISED-COUNT
           PERFORM WRITE-RAISED-LINE.
       RAISE-ALERT-TICKET-NEXT.
           PERFORM READ-PAGE-FEED-RECORD.
       RAISE-ALERT-TICKET-EXIT.
           EXIT.

      * ----- Outbound: escalated exceptions --------------------------
      * An escalated exception is ticketed the first run that sees
      * it escalated; the history stops the next run raising it
      * again for as long as it stays on the queue escalated.
       RAISE-EXCEPTION-TICKETS.
           IF SD-QUEUE-IS-OPEN
               PERFORM READ-QUEUE-RECORD
               PERFORM RAISE-EXCEPTION-TICKET THRU
                       RAISE-EXCEPTION-TICKET-EXIT
                   UNTIL SD-END-OF-QUEUE
           END-IF.
       RAISE-EXCEPTION-TICKETS-EXIT.
           EXIT.

       READ-QUEUE-RECORD.
           READ EXCEPTION-QUEUE-FILE NEXT
               AT END
                   SET SD-END-OF-QUEUE TO TRUE
           END-READ.
       READ-QUEUE-RECORD-EXIT.
           EXIT.

       RAISE-EXCEPTION-TICKET.
           ADD 1 TO SD-QUEUE-READ-COUNT
           IF NOT EXQ-STATUS-ESCALATED
               GO TO RAISE-EXCEPTION-TICKET-NEXT
           END-IF
           MOVE 'X' TO SD-CORR-SOURCE
           MOVE EXQ-TIMESTAMP TO SD-CORR-TIMESTAMP
           MOVE EXQ-PROGRAM-ID TO SD-CORR-PROGRAM-ID
           MOVE EXQ-STATEMENT-ID TO SD-CORR-STATEMENT-ID
           PERFORM FIND-HISTORY-ENTRY
           IF SD-HIST-FOUND
               ADD 1 TO SD-DUPLICATE-COUNT
               GO TO RAISE-EXCEPTION-TICKET-NEXT
           END-IF
           PERFORM ADD-RAISED-TICKET
           IF SD-HIST-NOT-FOUND
               GO TO RAISE-EXCEPTION-TICKET-NEXT
           END-IF
           PERFORM FIND-TEAM-FOR-PROGRAM
           MOVE SPACES TO TICKET-CREATE-REC
           MOVE 'CREATE' TO TKC-RECORD-TYPE
           MOVE SD-CORRELATION-ID TO TKC-CORRELATION-ID
           MOVE '2' TO TKC-PRIORITY
           MOVE SD-TEAM-CODE TO TKC-ASSIGNMENT-GROUP
           MOVE SD-TEAM-CONTACT TO TKC-CONTACT
           MOVE EXQ-SQLCODE TO SD-SQLCODE-DISP
           PERFORM COUNT-SQLCODE-LEAD
           STRING 'ESCALATED EXCEPTION SQLCODE ' DELIMITED BY SIZE
                   SD-SQLCODE-DISP(SD-SQLCODE-LEAD + 1:)
                       DELIMITED BY SIZE
                   ' IN ' DELIMITED BY SIZE
                   EXQ-PROGRAM-ID DELIMITED BY SPACE
                   ' STMT ' DELIMITED BY SIZE
                   EXQ-STATEMENT-ID DELIMITED BY SPACE
               INTO TKC-SHORT-DESC
           END-STRING
           STRING EXQ-REASON DELIMITED BY SIZE
                   ' REVIEWER ' DELIMITED BY SIZE
                   EXQ-ASSIGNED-REVIEWER DELIMITED BY SIZE
               INTO TKC-DETAIL
           END-STRING
           WRITE TICKET-CREATE-REC
           ADD 1 TO SD-EXQ-RAISED-COUNT
           PERFORM WRITE-RAISED-LINE.
       RAISE-EXCEPTION-TICKET-NEXT.
           PERFORM READ-QUEUE-RECORD.
       RAISE-EXCEPTION-TICKET-EXIT.
           EXIT.

      * History entry for the ticket about to be raised. A full
      * table means the ticket is not raised at all - one the
      * history could not remember would be raised again tomorrow -
      * and SD-HIST-NOT-FOUND tells the caller so.
       ADD-RAISED-TICKET.
           IF SD-HIST-COUNT < SD-MAX-HIST-ENTRIES
               ADD 1 TO SD-HIST-COUNT
               SET SD-HIST-IDX TO SD-HIST-COUNT
               MOVE SD-CORRELATION-ID
                   TO SD-HIST-CORRELATION-ID(SD-HIST-IDX)
               MOVE SD-CURRENT-DATE TO SD-HIST-RAISED-DATE(SD-HIST-IDX)
               MOVE SPACES TO SD-HIST-TICKET-NUMBER(SD-HIST-IDX)
               MOVE SPACES TO SD-HIST-CLOSED-DATE(SD-HIST-IDX)
               SET SD-HIST-FOUND TO TRUE
           ELSE
               SET SD-HIST-NOT-FOUND TO TRUE
               ADD 1 TO SD-NOT-RAISED-COUNT
               MOVE 8 TO SD-WORST-RC
               MOVE SPACES TO RPT-REC
               STRING 'NOT RAISED - HISTORY TABLE FULL  '
                           DELIMITED BY SIZE
                       SD-CORRELATION-ID DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.
       ADD-RAISED-TICKET-EXIT.
           EXIT.

      * The edited SQLCODE without its leading blanks, for the
      * ticket's short description.
       COUNT-SQLCODE-LEAD.
           MOVE ZERO TO SD-SQLCODE-LEAD
           INSPECT SD-SQLCODE-DISP
               TALLYING SD-SQLCODE-LEAD FOR LEADING SPACE.
       COUNT-SQLCODE-LEAD-EXIT.
           EXIT.

       FIND-HISTORY-ENTRY.
           SET SD-HIST-NOT-FOUND TO TRUE
           SET SD-HIST-IDX TO 1
           SEARCH SD-HIST-ENTRY
               WHEN SD-HIST-IDX > SD-HIST-COUNT
                   CONTINUE
               WHEN SD-HIST-CORRELATION-ID(SD-HIST-IDX)
                       = SD-CORRELATION-ID
                   SET SD-HIST-FOUND TO TRUE
           END-SEARCH.
       FIND-HISTORY-ENTRY-EXIT.
           EXIT.

       FIND-TEAM-FOR-PROGRAM.
           MOVE 'UNOWNED ' TO SD-TEAM-CODE
           MOVE SPACES TO SD-TEAM-CONTACT
           SET SD-ROSTER-IDX TO 1
           SEARCH SD-ROSTER-ENTRY
               WHEN SD-ROSTER-IDX > SD-ROSTER-COUNT
                   CONTINUE
               WHEN SD-ROSTER-PROGRAM-ID(SD-ROSTER-IDX)
                       = SD-CORR-PROGRAM-ID
                   MOVE SD-ROSTER-TEAM-CODE(SD-ROSTER-IDX)
                       TO SD-TEAM-CODE
                   MOVE SD-ROSTER-CONTACT(SD-ROSTER-IDX)
                       TO SD-TEAM-CONTACT
           END-SEARCH.
       FIND-TEAM-FOR-PROGRAM-EXIT.
           EXIT.

      * ----- Inbound: the desk's ticket-status export ----------------
      * A missing export is not an error - the desk sends it once a
      * day and the outbound half runs more often than that.
       APPLY-STATUS-EXPORT.
           OPEN INPUT STATUS-EXPORT-FILE
           IF SD-STAT-FILE-STATUS = '00'
               PERFORM READ-STATUS-RECORD
               PERFORM APPLY-STATUS-RECORD THRU
                       APPLY-STATUS-RECORD-EXIT
                   UNTIL SD-END-OF-EXPORT
               CLOSE STATUS-EXPORT-FILE
               IF SD-ACK-IS-OPEN
                   CLOSE ACK-FILE
               END-IF
           END-IF.
       APPLY-STATUS-EXPORT-EXIT.
           EXIT.

       READ-STATUS-RECORD.
           READ STATUS-EXPORT-FILE
               AT END
                   SET SD-END-OF-EXPORT TO TRUE
           END-READ.
       READ-STATUS-RECORD-EXIT.
           EXIT.

      * The desk exports every ticket it holds, including ones raised
      * by hand; a correlation id this interface never issued is
      * reported and otherwise left alone. Closure is acted on once,
      * the run that first sees the ticket final - the history's
      * closed date is what remembers it was. The export goes on
      * carrying a closed ticket long after its exception has been
      * archived and its history entry aged off, so a final ticket
      * already closed here, or one the history no longer knows, is
      * counted (and the unknown one listed) but raises no RC - a
      * return code that was 4 every night would say nothing.
       APPLY-STATUS-RECORD.
           ADD 1 TO SD-EXPORT-READ-COUNT
           IF TKS-CORRELATION-ID = SPACES
               OR TKS-TICKET-NUMBER = SPACES
               GO TO APPLY-STATUS-RECORD-NEXT
           END-IF
           MOVE TKS-CORRELATION-ID TO SD-CORRELATION-ID
           PERFORM FIND-HISTORY-ENTRY
           IF SD-HIST-NOT-FOUND
               AND TKS-STATE-IS-FINAL
               ADD 1 TO SD-UNKNOWN-FINAL-COUNT
               MOVE SPACES TO RPT-REC
               STRING 'CLOSED, NOT KNOWN ' DELIMITED BY SIZE
                       TKS-TICKET-NUMBER DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TKS-CORRELATION-ID DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               GO TO APPLY-STATUS-RECORD-NEXT
           END-IF
           IF SD-HIST-NOT-FOUND
               ADD 1 TO SD-UNKNOWN-TICKET-COUNT
               IF SD-WORST-RC < 4
                   MOVE 4 TO SD-WORST-RC
               END-IF
               MOVE SPACES TO RPT-REC
               STRING 'NOT RAISED HERE  ' DELIMITED BY SIZE
                       TKS-TICKET-NUMBER DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TKS-CORRELATION-ID DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               GO TO APPLY-STATUS-RECORD-NEXT
           END-IF
           IF TKS-STATE-IS-FINAL
               AND SD-HIST-CLOSED-DATE(SD-HIST-IDX) NOT = SPACES
               ADD 1 TO SD-ALREADY-CLOSED-COUNT
               GO TO APPLY-STATUS-RECORD-NEXT
           END-IF
           IF SD-HIST-TICKET-NUMBER(SD-HIST-IDX) = SPACES
               ADD 1 TO SD-NUMBERED-COUNT
           END-IF
           MOVE TKS-TICKET-NUMBER TO SD-HIST-TICKET-NUMBER(SD-HIST-IDX)
           SET SD-TICKET-NOT-NEWLY-CLOSED TO TRUE
           IF TKS-STATE-IS-FINAL
               AND SD-HIST-CLOSED-DATE(SD-HIST-IDX) = SPACES
               SET SD-TICKET-NEWLY-CLOSED TO TRUE
               IF TKS-CLOSED-DATE IS NUMERIC
                   MOVE TKS-CLOSED-DATE
                       TO SD-HIST-CLOSED-DATE(SD-HIST-IDX)
               ELSE
                   MOVE SD-CURRENT-DATE
                       TO SD-HIST-CLOSED-DATE(SD-HIST-IDX)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SD-CORR-IS-ALERT
                   IF SD-TICKET-NEWLY-CLOSED
                       PERFORM ACKNOWLEDGE-ALERT
                   END-IF
               WHEN SD-CORR-IS-EXCEPTION
                   PERFORM UPDATE-EXCEPTION THRU UPDATE-EXCEPTION-EXIT
           END-EVALUATE.
       APPLY-STATUS-RECORD-NEXT.
           PERFORM READ-STATUS-RECORD.
       APPLY-STATUS-RECORD-EXIT.
           EXIT.

      * ALERTACK is the operators' file; the desk's acknowledgment is
      * appended to it, never rewritten over it. A missing file is
      * started fresh.
       ACKNOWLEDGE-ALERT.
           IF NOT SD-ACK-IS-OPEN
               OPEN EXTEND ACK-FILE
               IF SD-ACK-FILE-STATUS NOT = '00'
                   OPEN OUTPUT ACK-FILE
               END-IF
               SET SD-ACK-IS-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ACK-REC
           MOVE SD-CORR-TIMESTAMP TO ACK-TIMESTAMP
           MOVE SD-CORR-PROGRAM-ID TO ACK-PROGRAM-ID
           IF TKS-CLOSED-BY = SPACES
               MOVE 'SVCDESK ' TO ACK-OPERATOR-ID
           ELSE
               MOVE TKS-CLOSED-BY TO ACK-OPERATOR-ID
           END-IF
           WRITE ACK-REC
           ADD 1 TO SD-ACKED-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'ALERT ACKNOWLEDGED  ' DELIMITED BY SIZE
                   TKS-TICKET-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SD-CORRELATION-ID DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       ACKNOWLEDGE-ALERT-EXIT.
           EXIT.

      * The exception is rewritten only when something on it changes:
      * the ticket number the first time the desk reports it, status
      * 'C' the run the ticket goes final. An exception the retention
      * purge has already archived cannot be updated - the history
      * still carries the ticket, and the report says so.
       UPDATE-EXCEPTION.
           IF NOT SD-QUEUE-IS-OPEN
               GO TO UPDATE-EXCEPTION-GONE
           END-IF
           MOVE SD-CORR-TIMESTAMP TO EXQ-TIMESTAMP
           MOVE SD-CORR-PROGRAM-ID TO EXQ-PROGRAM-ID
           MOVE SD-CORR-STATEMENT-ID TO EXQ-STATEMENT-ID
           READ EXCEPTION-QUEUE-FILE
               KEY IS EXQ-KEY
               INVALID KEY
                   GO TO UPDATE-EXCEPTION-GONE
           END-READ
           PERFORM TAKE-SHORT-TICKET
           SET SD-EXQ-UNCHANGED TO TRUE
           IF EXQ-TICKET-NUMBER NOT = SD-SHORT-TICKET
               MOVE SD-SHORT-TICKET TO EXQ-TICKET-NUMBER
               SET SD-EXQ-CHANGED TO TRUE
           END-IF
           IF SD-TICKET-NEWLY-CLOSED
               AND NOT EXQ-STATUS-TICKET-CLOSED
               MOVE 'C' TO EXQ-STATUS
               SET SD-EXQ-CHANGED TO TRUE
               ADD 1 TO SD-EXQ-CLOSED-COUNT
               MOVE SPACES TO RPT-REC
               STRING 'EXCEPTION CLOSED    ' DELIMITED BY SIZE
                       TKS-TICKET-NUMBER DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SD-CORRELATION-ID DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF SD-EXQ-CHANGED
               REWRITE EXCPTN-REC
                   INVALID KEY
                       DISPLAY 'Rewrite failed for key '
                           EXQ-KEY(1:25)
               END-REWRITE
           END-IF
           GO TO UPDATE-EXCEPTION-EXIT.
       UPDATE-EXCEPTION-GONE.
           ADD 1 TO SD-EXQ-GONE-COUNT
           IF SD-WORST-RC < 4
               MOVE 4 TO SD-WORST-RC
           END-IF
           MOVE SPACES TO RPT-REC
           STRING 'NOT ON QUEUE        ' DELIMITED BY SIZE
                   TKS-TICKET-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SD-CORRELATION-ID DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       UPDATE-EXCEPTION-EXIT.
           EXIT.

      * The last seven characters of the ticket number up to its
      * last non-blank - the desk's numbers are a fixed prefix and a
      * running number, and the running number is what identifies
      * the ticket.
       TAKE-SHORT-TICKET.
           PERFORM FIND-TICKET-END
               VARYING SD-TICKET-END FROM 15 BY -1
               UNTIL SD-TICKET-END < 1
                   OR TKS-TICKET-NUMBER(SD-TICKET-END:1) NOT = SPACE
           IF SD-TICKET-END > 7
               COMPUTE SD-TICKET-START = SD-TICKET-END - 6
               MOVE 7 TO SD-TICKET-LEN
           ELSE
               MOVE 1 TO SD-TICKET-START
               MOVE SD-TICKET-END TO SD-TICKET-LEN
           END-IF
           MOVE TKS-TICKET-NUMBER(SD-TICKET-START:SD-TICKET-LEN)
               TO SD-SHORT-TICKET.
       TAKE-SHORT-TICKET-EXIT.
           EXIT.

       FIND-TICKET-END.
           CONTINUE.
       FIND-TICKET-END-EXIT.
           EXIT.

      * The whole history goes back out, less the entries whose
      * ticket closed more than SD-KEEP-DAYS ago. A history that did
      * not fit the table is left as it was.
       SAVE-HISTORY-TABLE.
           IF SD-HIST-TRUNCATED
               DISPLAY 'Ticket history not rewritten - it holds '
                   'more tickets than the table'
               MOVE 8 TO SD-WORST-RC
           ELSE
               OPEN OUTPUT TICKET-HISTORY-FILE
               IF SD-HIST-FILE-STATUS = '00'
                   PERFORM WRITE-HISTORY-RECORD THRU
                           WRITE-HISTORY-RECORD-EXIT
                       VARYING SD-HIST-OUT-IDX FROM 1 BY 1
                       UNTIL SD-HIST-OUT-IDX > SD-HIST-COUNT
                   CLOSE TICKET-HISTORY-FILE
               ELSE
                   DISPLAY 'Ticket history not written. Status: '
                       SD-HIST-FILE-STATUS
                   MOVE 8 TO SD-WORST-RC
               END-IF
           END-IF.
       SAVE-HISTORY-TABLE-EXIT.
           EXIT.

       WRITE-HISTORY-RECORD.
           IF SD-HIST-CLOSED-DATE(SD-HIST-OUT-IDX) IS NUMERIC
               MOVE SD-HIST-CLOSED-DATE(SD-HIST-OUT-IDX)
                   TO SD-CLOSED-DATE
               IF SD-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(SD-CLOSED-DATE)
                   > SD-KEEP-DAYS
                   ADD 1 TO SD-DROPPED-COUNT
                   GO TO WRITE-HISTORY-RECORD-EXIT
               END-IF
           END-IF
           MOVE SPACES TO TICKET-HISTORY-REC
           MOVE SD-HIST-CORRELATION-ID(SD-HIST-OUT-IDX)
               TO TKH-CORRELATION-ID
           MOVE SD-HIST-RAISED-DATE(SD-HIST-OUT-IDX)
               TO TKH-RAISED-DATE
           MOVE SD-HIST-TICKET-NUMBER(SD-HIST-OUT-IDX)
               TO TKH-TICKET-NUMBER
           MOVE SD-HIST-CLOSED-DATE(SD-HIST-OUT-IDX)
               TO TKH-CLOSED-DATE
           WRITE TICKET-HISTORY-REC.
       WRITE-HISTORY-RECORD-EXIT.
           EXIT.

       WRITE-RAISED-LINE.
           MOVE SPACES TO RPT-REC
           STRING 'TICKET REQUESTED  P' DELIMITED BY SIZE
                   TKC-PRIORITY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TKC-ASSIGNMENT-GROUP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TKC-CORRELATION-ID DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-RAISED-LINE-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE SD-HEADING-1 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SD-PAGE-READ-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' PAGE FEED RECORDS READ' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-ALERT-RAISED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' TICKETS REQUESTED FOR CRIT ALERTS'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-EXQ-RAISED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' TICKETS REQUESTED FOR ESCALATED EXCEPTIONS'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-DUPLICATE-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' SUPPRESSED - TICKET ALREADY REQUESTED'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-NOT-RAISED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' NOT REQUESTED - HISTORY TABLE FULL'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-EXPORT-READ-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' DESK STATUS RECORDS READ' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-NUMBERED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' TICKET NUMBERS RECEIVED' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-ACKED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' ALERTS ACKNOWLEDGED ON TICKET CLOSURE'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-EXQ-CLOSED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' EXCEPTIONS CLOSED ON TICKET CLOSURE'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-UNKNOWN-TICKET-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' DESK TICKETS NOT RAISED BY THIS INTERFACE'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-UNKNOWN-FINAL-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' CLOSED DESK TICKETS NOT ON THE HISTORY'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-ALREADY-CLOSED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' TICKETS ALREADY CLOSED ON AN EARLIER RUN'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-EXQ-GONE-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' EXCEPTIONS NO LONGER ON THE QUEUE'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SD-DROPPED-COUNT TO SD-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING SD-COUNT-DISP DELIMITED BY SIZE
                   ' CLOSED TICKETS AGED OFF THE HISTORY'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
