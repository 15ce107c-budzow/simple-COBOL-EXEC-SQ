      *   DELIM     a single character to put between output fields
      *             (optional; without it fields are written at
      *             fixed widths with no separator)
      *   DELTA     a change-tracking column - a last-updated
      *             timestamp or an ascending key (optional; see
      *             delta mode below)
      * A repeated COLUMNS or WHERE card continues the previous one
      * with a single space between, for lists longer than one card.
      *
      * Delta mode. An extract with a DELTA card only pulls the rows
      * that changed since its last successful run. The high-water
      * mark of the DELTA column is kept per request id in the
      * watermark file (WATERMRK; the single EXTRCTL extract files
      * its mark under the id EXTRCTL). Each pass first reads the
      * column's current high value (CHAR(MAX(column)) over the
      * rows past the stored mark), then extracts the rows above
      * the stored mark and at or below that high value, both bound
      * through parameter markers so the column's own type does the
      * comparing. The mark moves to the new high value only after
      * the extract's TRAILER is written, the unit of work is
      * committed and - in queue mode - the manifest line reads
      * COMPLETED; a failed, rejected or rolled-back extract leaves
      * it where it was, so the next run picks the same rows up
      * again. An extract with no stored mark, a mark taken on a
      * different column, or a RESET card for its request id in the
      * operator's reset file (WMRESET, "RESET   " in columns 1-8,
      * request id from column 9) runs as a full refresh, bounded
      * only by the new high value, and re-bases the mark from
      * there. A RESET card acts on every run it is present for, so
      * operations pulls it once the refresh has gone through. Rows
      * whose DELTA column is null carry no position against a mark
      * and are never picked up by a delta extract. A completed delta
      * request's manifest line ends DELTA, or DELTA FULL REFRESH.
      *
      * The program runs in one of two modes. If the request queue
      * file (EXTRQ) is allocated it works the queue: the same cards
      * as above, grouped under REQUEST cards (request id in columns
      * exists. Without EXTRQ the program runs the single extract
      * the EXTRCTL cards describe, exactly as before.
      *
      * The allow-list says which tables this program may read; the
      * entitlement file (ENTITLE) says which of them each requester
      * may ask for - requester id in columns 1-8, CLEAR or MASK in
      * columns 10-14, the table name from column 16, or * for any
      * allowed table (an entry for the table itself outranks the *
      * entry). A request from a requester with no entitlement to
      * its table is rejected REQUESTER NOT ENTITLED, and like the
      * allow-list the file is fail-safe: missing or empty, every
      * request is rejected. The masking rules file (MASKRULE) names
      * the sensitive columns - table in columns 1-40, column in
      * 41-70, style in 71-75:
      *   BLANK     the field is written empty
      *   LAST4     all but the last four characters become *
      *   HASH      a 12-digit hash of the value (the low-order
      *             digits when the field is narrower), the same
      *             for the same value in every request and every
      *             run, so masked keys still join - a mask, not
      *             encryption
      * An unrecognized style masks as BLANK. Unless the requester's
      * entitlement reads CLEAR, every described result column named
      * in a rule for the table is masked on its way into the record
      * (nulls stay empty), and the manifest line lists the masked
      * columns. A masked column named anywhere else in the request
      * - inside an expression, under another column's alias, or in
      * the WHERE card - would hand the value over around the mask,
      * so such a request is rejected MASKED COLUMN IN EXPRESSION
      * (a rule column name that is part of a longer name counts as
      * named; the requester renames nothing to get past it). Single
      * mode has no requester and runs operations' own cards; it is
      * neither entitled nor masked.
      *
      * The prepared statement is DESCRIBEd into an SQLDA and each
      * result column is fetched into its own field of the matching
      * class - character (including dates, times and timestamps,
      * than that, or one that is not a query at all, ends the
      * extract at RC 8 before any rows move.
      *
      * Every extract that completes also gets a ready-to-COPY
      * record layout member, written to the layout file (LAYOUTS)
      * in IEBUPDTE form - a ./ ADD NAME=member card ahead of each
      * member, the same unload shape Db2CopyXref reads - so one
      * utility step files the whole run's members into the copy
      * library next to the data they describe. The member is named
      * for the request id in queue mode (an id starting with a
      * digit gets an L in front, as a member name must start with a
      * letter) and EXTRACT in single mode, and every data name in
      * it carries the member name as its prefix: a header record,
      * the data record with one field per described column (the
      * column name upper-cased, underscores and other non-COBOL
      * characters as hyphens, cut to 30 and numbered if two come
      * out the same), and the TRAILER record. Fixed-width fields
      * get the exact pictures the rows are written under - X(n)
      * for character, date and time columns, -(9)9 and
      * -(11)9.9(04) for the edited numbers - padded to the 512-byte
      * record; a delimited extract's fields are all X(n) at their
      * widest, the targets of an UNSTRING on the delimiter, since
      * edited pictures cannot receive one. A masked column's field
      * is always X(n), as what arrives in it is no longer a number.
      * No LAYOUTS allocated, no members; the extract is unaffected.
      *
      * Error handling is the shared XSQLERR framework: deadlock or
      * timeout on PREPARE, OPEN or FETCH rolls the extract back,
      * waits, and restarts it from the top (the output file is
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GQ-MANIFEST-FILE-STATUS.
           SELECT WATERMARK-FILE ASSIGN TO WATERMRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GX-WMK-FILE-STATUS.
           SELECT WATERMARK-RESET-FILE ASSIGN TO WMRESET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GX-WMR-FILE-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO ENTITLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GQ-ENTITLE-FILE-STATUS.
           SELECT MASK-RULE-FILE ASSIGN TO MASKRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GQ-MASK-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO LAYOUTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GX-LAYOUT-FILE-STATUS.
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
       COPY XSCHFD.
       COPY XPJNFD.
       COPY XPOVFD.

       FD  EXTRACT-CONTROL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  MANIFEST-REC                PIC X(132).

      * One record per request id: the DELTA column the mark was
      * taken on, its high value as Db2 renders it to character,
      * and when the mark last moved.
       FD  WATERMARK-FILE
           RECORDING MODE IS F.
       01  WATERMARK-REC.
           05  GXW-REQUEST-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  GXW-COLUMN-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  GXW-VALUE               PIC X(40).
           05  FILLER                  PIC X(01).
           05  GXW-ADVANCED-TS         PIC X(17).
           05  FILLER                  PIC X(02).

       FD  ENTITLEMENT-FILE
           RECORDING MODE IS F.
       01  ENTITLEMENT-REC.
           05  GQE-REQUESTER-ID        PIC X(08).
           05  FILLER                  PIC X(01).
           05  GQE-ACCESS              PIC X(05).
           05  FILLER                  PIC X(01).
           05  GQE-TABLE-NAME          PIC X(65).

       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       01  MASK-RULE-REC.
           05  GQM-TABLE-NAME          PIC X(40).
           05  GQM-COLUMN-NAME         PIC X(30).
           05  GQM-STYLE               PIC X(05).
           05  FILLER                  PIC X(05).

       FD  LAYOUT-FILE
           RECORDING MODE IS F.
       01  LAYOUT-REC                  PIC X(80).

       FD  WATERMARK-RESET-FILE
           RECORDING MODE IS F.
       01  WATERMARK-RESET-REC.
           05  GXR-KEYWORD             PIC X(08).
           05  GXR-VALUE               PIC X(72).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY XSQLWS.
       COPY XDYNWS.
       COPY XGATEWS.

       01  GX-EXTCTL-FILE-STATUS       PIC X(02) VALUE '00'.
       01  GX-EXTRACT-FILE-STATUS      PIC X(02) VALUE '00'.
                       INDEXED BY GQ-ALLOW-IDX.
               10  GQ-ALLOW-NAME       PIC X(72).

      * Entitlements and masking rules, loaded whole before the
      * queue is worked. GQ-ACCESS-FLAG is the current request's
      * entitlement: blank for none, C for clear text, M for masked.
       01  GQ-ENTITLE-FILE-STATUS      PIC X(02) VALUE '00'.
       01  GQ-MASK-FILE-STATUS         PIC X(02) VALUE '00'.
       01  GQ-ENTITLE-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  GQ-END-OF-ENTITLEMENTS      VALUE 'Y'.
       01  GQ-MASK-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  GQ-END-OF-MASK-RULES        VALUE 'Y'.
       01  GQ-ACCESS-FLAG              PIC X(01) VALUE SPACE.
           88  GQ-REQUESTER-NOT-ENTITLED   VALUE SPACE.
           88  GQ-CLEAR-TEXT               VALUE 'C'.
           88  GQ-MASKED-TEXT              VALUE 'M'.
       01  GQ-EXACT-ACCESS             PIC X(01) VALUE SPACE.
       01  GQ-WILD-ACCESS              PIC X(01) VALUE SPACE.
       01  GQ-MAX-ENT-ENTRIES          PIC 9(04) COMP VALUE 100.
       01  GQ-ENT-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  GQ-ENT-TABLE.
           05  GQ-ENT-ENTRY OCCURS 100 TIMES
                       INDEXED BY GQ-ENT-IDX.
               10  GQ-ENT-REQUESTER-ID PIC X(08).
               10  GQ-ENT-ACCESS       PIC X(01).
               10  GQ-ENT-TABLE-NAME   PIC X(72).
       01  GQ-MAX-MASK-ENTRIES         PIC 9(04) COMP VALUE 100.
       01  GQ-MASK-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  GQ-MASK-TABLE.
           05  GQ-MASK-ENTRY OCCURS 100 TIMES
                       INDEXED BY GQ-MASK-IDX.
               10  GQ-MASK-TABLE-NAME  PIC X(72).
               10  GQ-MASK-COLUMN-NAME PIC X(30).
               10  GQ-MASK-COL-LEN     PIC 9(04) COMP.
               10  GQ-MASK-STYLE       PIC X(01).
       01  GQ-MASK-LEN-PTR             PIC S9(04) COMP.
       01  GQ-MASKED-LIST              PIC X(80) VALUE SPACES.
       01  GQ-MASKED-PTR               PIC S9(04) COMP.
       01  GQ-MANIFEST-PTR             PIC S9(04) COMP.
       01  GQ-NAME-TALLY               PIC 9(04) COMP.
       01  GQ-PLAIN-TALLY              PIC 9(04) COMP.
       01  GQ-UPPER-COLUMNS            PIC X(200).
       01  GQ-UPPER-WHERE              PIC X(200).
       01  GQ-LOWER-CASE               PIC X(26)
                               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  GQ-UPPER-CASE               PIC X(26)
                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Delta mode. GX-DELTA-MODE is settled per extract by
      * GX-DELTA-SET-UP from the stored mark and the reset cards;
      * GX-DELTA-LOW is the stored mark, GX-DELTA-HIGH the high
      * value read at the start of the pass (null - indicator
      * negative - when no row lies past the mark).
       01  GX-WMK-FILE-STATUS          PIC X(02) VALUE '00'.
       01  GX-WMR-FILE-STATUS          PIC X(02) VALUE '00'.
       01  GX-WMK-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  GX-END-OF-WATERMARKS        VALUE 'Y'.
       01  GX-WMR-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  GX-END-OF-RESETS            VALUE 'Y'.
       01  GX-DELTA-COLUMN             PIC X(30) VALUE SPACES.
       01  GX-DELTA-MODE               PIC X(01) VALUE 'N'.
           88  GX-DELTA-NOT-REQUESTED      VALUE 'N'.
           88  GX-DELTA-REQUESTED          VALUE 'I' 'F'.
           88  GX-DELTA-INCREMENTAL        VALUE 'I'.
           88  GX-DELTA-FULL-REFRESH       VALUE 'F'.
       01  GX-WMK-KEY                  PIC X(08) VALUE SPACES.
       01  GX-DELTA-LOW                PIC X(40) VALUE SPACES.
       01  GX-DELTA-HIGH               PIC X(40) VALUE SPACES.
       01  GX-DELTA-HIGH-IND           PIC S9(04) COMP-5 VALUE ZERO.
       01  GX-WMK-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  GX-WMK-FOUND                VALUE 'Y'.
           88  GX-WMK-NOT-FOUND            VALUE 'N'.
       01  GX-WMR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88  GX-WMK-RESET-REQUESTED      VALUE 'Y'.
           88  GX-WMK-NOT-RESET            VALUE 'N'.
       01  GX-WMK-ROOM-SWITCH          PIC X(01) VALUE 'Y'.
           88  GX-WMK-HAS-ROOM             VALUE 'Y'.
           88  GX-WMK-NO-ROOM              VALUE 'N'.
       01  GX-WMK-TRUNCATED-SWITCH     PIC X(01) VALUE 'N'.
           88  GX-WMK-TRUNCATED            VALUE 'Y'.

      * The watermark file, loaded whole at the start of the run and
      * written back whole each time a mark moves, and the request
      * ids named on RESET cards this run.
       01  GX-MAX-WMK-ENTRIES          PIC 9(04) COMP VALUE 50.
       01  GX-WMK-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  GX-WMK-TABLE.
           05  GX-WMK-ENTRY OCCURS 50 TIMES
                       INDEXED BY GX-WMK-IDX GX-WMK-OUT-IDX.
               10  GX-WMK-REQUEST-ID   PIC X(08).
               10  GX-WMK-COLUMN-NAME  PIC X(30).
               10  GX-WMK-VALUE        PIC X(40).
               10  GX-WMK-ADVANCED-TS  PIC X(17).
       01  GX-WMR-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  GX-WMR-TABLE.
           05  GX-WMR-ENTRY OCCURS 50 TIMES
                       INDEXED BY GX-WMR-IDX.
               10  GX-WMR-REQUEST-ID   PIC X(08).

      * The assembled SELECT handed to PREPARE. The worst legal
      * combination of the card fields above is 573 bytes (SELECT +
      * 200-byte column list + FROM + 72-byte table name + WHERE +
      * parenthesized 200-byte where clause + the two 30-byte delta
      * bounds), so 600 holds it with room to spare. The delta high
      * value query is the same FROM and WHERE under a one-column
      * CHAR(MAX()) select list, 374 bytes at worst.
       01  GX-SQL-TEXT                 PIC X(600).
       01  GX-SQL-PTR                  PIC S9(04) COMP.
       01  GX-HIGH-SQL-TEXT            PIC X(400).

      * The SQLDA, coded by hand the way Db2 for z/OS COBOL requires
      * (there is no INCLUDE SQLDA for COBOL). DESCRIBE fills it
               10  GX-COL-INT-BUF      PIC S9(09) COMP-5.
               10  GX-COL-DEC-BUF      PIC S9(11)V9(04) COMP-3.
               10  GX-COL-NULL-IND     PIC S9(04) COMP-5.
               10  GX-COL-MASK         PIC X(01).
                   88  GX-COL-NOT-MASKED   VALUE SPACE.
                   88  GX-COL-MASK-BLANK   VALUE 'B'.
                   88  GX-COL-MASK-LAST4   VALUE 'L'.
                   88  GX-COL-MASK-HASH    VALUE 'H'.

       01  GX-COLS-USABLE-SWITCH       PIC X(01) VALUE 'Y'.
           88  GX-COLUMNS-USABLE           VALUE 'Y'.
       01  GX-TRIM-PTR                 PIC S9(04) COMP.
       01  GX-INT-DISP                 PIC -(9)9.
       01  GX-DEC-DISP                 PIC -(11)9.9(04).
      * Masking work areas: the non-blank span of the field being
      * masked, and the running hash (kept below a 12-digit prime).
       01  GX-MASK-START               PIC S9(04) COMP.
       01  GX-MASK-END                 PIC S9(04) COMP.
       01  GX-MASK-PTR                 PIC S9(04) COMP.
       01  GX-MASK-LEN                 PIC S9(04) COMP.
       01  GX-HASH-ACC                 PIC S9(18) COMP.
       01  GX-HASH-PRIME               PIC S9(18) COMP
                                        VALUE 999999999989.
       01  GX-HASH-DISP                PIC 9(12).

      * Layout member generation. GX-LAYOUT-NAME-TABLE keeps the
      * field names already given out in the member being written,
      * so a second column that comes out the same is numbered.
       01  GX-LAYOUT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  GX-LAYOUT-SWITCH            PIC X(01) VALUE 'N'.
           88  GX-LAYOUTS-WANTED           VALUE 'Y'.
           88  GX-NO-LAYOUTS               VALUE 'N'.
       01  GX-LAYOUT-MEMBER            PIC X(08).
       01  GX-LAYOUT-LINE              PIC X(80).
       01  GX-LAYOUT-PTR               PIC S9(04) COMP.
       01  GX-LAYOUT-FIELD-NAME        PIC X(30).
       01  GX-LAYOUT-NAME-PTR          PIC S9(04) COMP.
       01  GX-LAYOUT-SRC-PTR           PIC S9(04) COMP.
       01  GX-LAYOUT-CHAR              PIC X(01).
       01  GX-LAYOUT-PIC               PIC X(20).
       01  GX-LAYOUT-WIDTH-DISP        PIC 9(03).
       01  GX-LAYOUT-TOTAL             PIC S9(04) COMP.
       01  GX-LAYOUT-SUB               PIC 9(04) COMP.
       01  GX-LAYOUT-DUP-SWITCH        PIC X(01) VALUE 'N'.
           88  GX-LAYOUT-NAME-DUPLICATE    VALUE 'Y'.
           88  GX-LAYOUT-NAME-UNIQUE       VALUE 'N'.
       01  GX-LAYOUT-NAME-TABLE.
           05  GX-LAYOUT-USED-NAME     PIC X(30) OCCURS 20 TIMES.

       01  GX-TRAILER-REC.
           05  FILLER                  PIC X(08) VALUE 'TRAILER '.
           MOVE XE-CURRENT-DATE TO XE-TS-DATE
           MOVE XE-CURRENT-TIME TO XE-TS-TIME
           MOVE XE-TIMESTAMP TO XE-START-TIMESTAMP
      * Held until the SCHEDCTL predecessor has finished cleanly
      * (XGATE); not released, the run ends at RC 16 before it
      * reads a card or writes an extract.
           PERFORM X016-PREDECESSOR-GATE THRU X016-EXIT
           IF XG-NOT-RELEASED
               MOVE XG-NOT-RELEASED-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GX-LOAD-WATERMARKS
      * An allocated request queue file picks the mode: work the
      * queue if EXTRQ is there, run the single EXTRCTL extract if
      * it is not.
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF GX-DELTA-COLUMN NOT = SPACES
                   MOVE 'EXTRCTL' TO GX-WMK-KEY
                   PERFORM GX-DELTA-SET-UP
                   IF GX-WMK-NO-ROOM
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM GX-BUILD-SQL-TEXT
           END-IF
           PERFORM X009-LOAD-CONTROL-TABLE
           OPEN EXTEND SQLCA-DUMP-FILE
           OPEN EXTEND RUN-JOURNAL-FILE
           OPEN EXTEND ALERT-FILE
           OPEN OUTPUT LAYOUT-FILE
           IF GX-LAYOUT-FILE-STATUS = '00'
               SET GX-LAYOUTS-WANTED TO TRUE
           ELSE
               DISPLAY 'Layout file not available - no layout '
                   'members written'
           END-IF

           EXEC SQL WHENEVER NOT FOUND PERFORM X003-SQL-NOT-FOUND
               END-EXEC
           CLOSE SQLCA-DUMP-FILE
           CLOSE RUN-JOURNAL-FILE
           CLOSE ALERT-FILE
           IF GX-LAYOUTS-WANTED
               CLOSE LAYOUT-FILE
           END-IF
           MOVE XE-WORST-RC TO RETURN-CODE
           STOP RUN.

      * Collects the TABLE/COLUMNS/WHERE/DELIM/DELTA cards. Missing
      * required cards (or no control file at all) end the run at RC
      * 8 before any Db2 work starts - there is nothing sensible to
      * extract.
               WHEN 'COLUMNS '
               WHEN 'WHERE   '
               WHEN 'DELIM   '
               WHEN 'DELTA   '
                   PERFORM GX-APPLY-CARD-VALUE
               WHEN '*       '
                   CONTINUE
               WHEN 'DELIM   '
                   MOVE GX-CARD-VALUE(1:1) TO GX-DELIM-CHAR
                   SET GX-DELIMITED TO TRUE
               WHEN 'DELTA   '
                   MOVE GX-CARD-VALUE(1:30) TO GX-DELTA-COLUMN
           END-EVALUATE.
       GX-APPLY-CARD-VALUE-EXIT.
           EXIT.
               INTO GX-SQL-TEXT
               WITH POINTER GX-SQL-PTR
           END-STRING
           IF GX-DELTA-REQUESTED
               PERFORM GX-BUILD-DELTA-SQL-TEXT
           ELSE
               IF GX-WHERE-CLAUSE NOT = SPACES
                   STRING ' WHERE ' DELIMITED BY SIZE
                           GX-WHERE-CLAUSE DELIMITED BY '   '
                       INTO GX-SQL-TEXT
                       WITH POINTER GX-SQL-PTR
                   END-STRING
               END-IF
           END-IF.
       GX-BUILD-SQL-TEXT-EXIT.
           EXIT.

      * Delta bounds on the extract, and the high value query that
      * sets the upper one. The requester's WHERE goes in
      * parentheses so an OR in it cannot swallow the bounds. The
      * bounds are parameter markers, supplied on OPEN (and on the
      * high value EXECUTE) from GX-DELTA-LOW and GX-DELTA-HIGH; a
      * full refresh has no lower bound.
       GX-BUILD-DELTA-SQL-TEXT.
           IF GX-WHERE-CLAUSE NOT = SPACES
               STRING ' WHERE (' DELIMITED BY SIZE
                       GX-WHERE-CLAUSE DELIMITED BY '   '
                       ') AND ' DELIMITED BY SIZE
                   INTO GX-SQL-TEXT
                   WITH POINTER GX-SQL-PTR
               END-STRING
           ELSE
               STRING ' WHERE ' DELIMITED BY SIZE
                   INTO GX-SQL-TEXT
                   WITH POINTER GX-SQL-PTR
               END-STRING
           END-IF
           IF GX-DELTA-INCREMENTAL
               STRING GX-DELTA-COLUMN DELIMITED BY SPACE
                       ' > ? AND ' DELIMITED BY SIZE
                   INTO GX-SQL-TEXT
                   WITH POINTER GX-SQL-PTR
               END-STRING
           END-IF
           STRING GX-DELTA-COLUMN DELIMITED BY SPACE
                   ' <= ?' DELIMITED BY SIZE
               INTO GX-SQL-TEXT
               WITH POINTER GX-SQL-PTR
           END-STRING
           MOVE SPACES TO GX-HIGH-SQL-TEXT
           MOVE 1 TO GX-SQL-PTR
           STRING 'SELECT CHAR(MAX(' DELIMITED BY SIZE
                   GX-DELTA-COLUMN DELIMITED BY SPACE
                   ')) FROM ' DELIMITED BY SIZE
                   GX-TABLE-NAME DELIMITED BY SPACE
               INTO GX-HIGH-SQL-TEXT
               WITH POINTER GX-SQL-PTR
           END-STRING
           EVALUATE TRUE
               WHEN GX-DELTA-INCREMENTAL
                   AND GX-WHERE-CLAUSE NOT = SPACES
                   STRING ' WHERE (' DELIMITED BY SIZE
                           GX-WHERE-CLAUSE DELIMITED BY '   '
                           ') AND ' DELIMITED BY SIZE
                           GX-DELTA-COLUMN DELIMITED BY SPACE
                           ' > ?' DELIMITED BY SIZE
                       INTO GX-HIGH-SQL-TEXT
                       WITH POINTER GX-SQL-PTR
                   END-STRING
               WHEN GX-DELTA-INCREMENTAL
                   STRING ' WHERE ' DELIMITED BY SIZE
                           GX-DELTA-COLUMN DELIMITED BY SPACE
                           ' > ?' DELIMITED BY SIZE
                       INTO GX-HIGH-SQL-TEXT
                       WITH POINTER GX-SQL-PTR
                   END-STRING
               WHEN GX-WHERE-CLAUSE NOT = SPACES
                   STRING ' WHERE (' DELIMITED BY SIZE
                           GX-WHERE-CLAUSE DELIMITED BY '   '
                           ')' DELIMITED BY SIZE
                       INTO GX-HIGH-SQL-TEXT
                       WITH POINTER GX-SQL-PTR
                   END-STRING
           END-EVALUATE.
       GX-BUILD-DELTA-SQL-TEXT-EXIT.
           EXIT.

      * Same shape as the registry entries in Db2Example: the whole
           EXEC SQL
               COMMIT
           END-EXEC
           ADD 1 TO XE-STMT-EXEC-COUNT
           IF GX-DELTA-REQUESTED AND GX-COLUMNS-USABLE
               PERFORM GX-ADVANCE-WATERMARK
           END-IF
           IF GX-LAYOUTS-WANTED AND GX-COLUMNS-USABLE
               MOVE 'EXTRACT' TO GX-LAYOUT-MEMBER
               PERFORM GX-WRITE-LAYOUT
           END-IF.
       GX-RUN-EXTRACT-EXIT.
           EXIT.

               PERFORM GX-12-SET-UP-COLUMNS
           END-IF
           IF SQLCODE = ZERO AND GX-COLUMNS-USABLE
               AND GX-DELTA-REQUESTED
               PERFORM GX-17-DELTA-HIGH-VALUE
           END-IF
           IF SQLCODE = ZERO AND GX-COLUMNS-USABLE
               EVALUATE TRUE
                   WHEN GX-DELTA-INCREMENTAL
                       EXEC SQL
                           OPEN GENCSR USING :GX-DELTA-LOW,
                               :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                       END-EXEC
                   WHEN GX-DELTA-FULL-REFRESH
                       EXEC SQL
                           OPEN GENCSR USING
                               :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                       END-EXEC
                   WHEN OTHER
                       EXEC SQL
                           OPEN GENCSR
                       END-EXEC
               END-EVALUATE
           END-IF
           IF SQLCODE = ZERO AND GX-COLUMNS-USABLE
               PERFORM GX-15-WRITE-HEADER
      * a -305.
       GX-13-SET-UP-ONE-COLUMN.
           MOVE SPACES TO GX-COL-NAME(GX-COL-SUB)
           MOVE SPACE TO GX-COL-MASK(GX-COL-SUB)
           IF GX-SQLNAMEL(GX-COL-SUB) > ZERO
               AND GX-SQLNAMEL(GX-COL-SUB) <= 30
               MOVE GX-SQLNAMEL(GX-COL-SUB) TO GX-NAME-LEN
       GX-16-EXIT.
           EXIT.

      * Reads the DELTA column's high value for this pass, under the
      * same unit of work the extract then runs in. A value wider
      * than the 40-byte mark comes back truncated (SQLWARN1) and
      * could never be compared back safely, so the extract ends at
      * RC 8 before any rows move, like any other unusable shape.
       GX-17-DELTA-HIGH-VALUE.
           EXEC SQL
               PREPARE GENHIGH FROM :GX-HIGH-SQL-TEXT
           END-EXEC
           IF SQLCODE = ZERO
               IF GX-DELTA-INCREMENTAL
                   EXEC SQL
                       EXECUTE GENHIGH
                           INTO :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                           USING :GX-DELTA-LOW
                   END-EXEC
               ELSE
                   EXEC SQL
                       EXECUTE GENHIGH
                           INTO :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                   END-EXEC
               END-IF
           END-IF
           IF SQLCODE = ZERO AND SQLWARN1 = 'W'
               DISPLAY 'Delta column ' GX-DELTA-COLUMN
                   ' is wider than the 40-byte watermark'
               SET GX-COLUMNS-UNUSABLE TO TRUE
               IF XE-WORST-RC < 8
                   MOVE 8 TO XE-WORST-RC
               END-IF
           END-IF.
       GX-17-DELTA-HIGH-VALUE-EXIT.
           EXIT.

       GX-20-FETCH-ROW.
           EXEC SQL
               FETCH GENCSR USING DESCRIPTOR :GX-SQLDA
                       MOVE GX-DEC-DISP
                           TO GX-FIELD-TEXT(1:GX-FIELD-WIDTH)
               END-EVALUATE
               IF NOT GX-COL-NOT-MASKED(GX-COL-SUB)
                   PERFORM GX-36-MASK-FIELD
               END-IF
           END-IF
           PERFORM GX-40-APPEND-FIELD.
       GX-35-EXIT.
           EXIT.

      * Masks the rendered field in place, over its non-blank span
      * so a right-aligned number and a blank-padded code mask the
      * same way. A field that rendered blank has nothing to hide.
       GX-36-MASK-FIELD.
           PERFORM GX-46-SKIP-LEAD-BLANK THRU GX-46-EXIT
               VARYING GX-MASK-START FROM 1 BY 1
               UNTIL GX-MASK-START > GX-FIELD-WIDTH
                   OR GX-FIELD-TEXT(GX-MASK-START:1) NOT = SPACE
           IF GX-MASK-START <= GX-FIELD-WIDTH
               PERFORM GX-47-FIND-TRAIL-BLANK THRU GX-47-EXIT
                   VARYING GX-MASK-END FROM GX-FIELD-WIDTH BY -1
                   UNTIL GX-FIELD-TEXT(GX-MASK-END:1) NOT = SPACE
               EVALUATE TRUE
                   WHEN GX-COL-MASK-HASH(GX-COL-SUB)
                       PERFORM GX-37-HASH-FIELD
                   WHEN GX-COL-MASK-LAST4(GX-COL-SUB)
                       PERFORM GX-39-LAST-FOUR
                   WHEN OTHER
                       MOVE SPACES TO GX-FIELD-TEXT
               END-EVALUATE
           END-IF.
       GX-36-MASK-FIELD-EXIT.
           EXIT.

      * Polynomial hash of the value's characters, written as 12
      * digits at the front of the field, or as its low-order
      * digits when the field is narrower than that.
       GX-37-HASH-FIELD.
           MOVE ZERO TO GX-HASH-ACC
           PERFORM GX-38-HASH-ONE-CHAR THRU GX-38-EXIT
               VARYING GX-MASK-PTR FROM GX-MASK-START BY 1
               UNTIL GX-MASK-PTR > GX-MASK-END
           MOVE GX-HASH-ACC TO GX-HASH-DISP
           MOVE SPACES TO GX-FIELD-TEXT
           IF GX-FIELD-WIDTH < 12
               COMPUTE GX-MASK-PTR = 13 - GX-FIELD-WIDTH
               MOVE GX-HASH-DISP(GX-MASK-PTR:GX-FIELD-WIDTH)
                   TO GX-FIELD-TEXT(1:GX-FIELD-WIDTH)
           ELSE
               MOVE GX-HASH-DISP TO GX-FIELD-TEXT(1:12)
           END-IF.
       GX-37-HASH-FIELD-EXIT.
           EXIT.

       GX-38-HASH-ONE-CHAR.
           COMPUTE GX-HASH-ACC = FUNCTION MOD(GX-HASH-ACC * 131
               + FUNCTION ORD(GX-FIELD-TEXT(GX-MASK-PTR:1)),
               GX-HASH-PRIME).
       GX-38-EXIT.
           EXIT.

      * Everything in the span before its last four characters
      * becomes *; a value of four characters or fewer is all
      * last four, so it is starred whole.
       GX-39-LAST-FOUR.
           COMPUTE GX-MASK-LEN = GX-MASK-END - GX-MASK-START - 3
           IF GX-MASK-LEN < 1
               COMPUTE GX-MASK-LEN = GX-MASK-END - GX-MASK-START + 1
           END-IF
           MOVE ALL '*' TO GX-FIELD-TEXT(GX-MASK-START:GX-MASK-LEN).
       GX-39-LAST-FOUR-EXIT.
           EXIT.

      * Appends GX-FIELD-TEXT to the output line under the run's
      * field rules: delimited output trims the field and separates
      * it from the one before; fixed-width output writes exactly
       GX-WRITE-TRAILER-EXIT.
           EXIT.

      * One layout member for the extract just finished, from the
      * column table it was written under.
       GX-WRITE-LAYOUT.
           MOVE SPACES TO GX-LAYOUT-NAME-TABLE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING './ ADD NAME=' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
               INTO GX-LAYOUT-LINE
           END-STRING
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '      * ' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   ' - record layouts for the extract of '
                       DELIMITED BY SIZE
                   GX-TABLE-NAME DELIMITED BY SPACE
               INTO GX-LAYOUT-LINE
           END-STRING
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '      * Generated from the DESCRIBE of run '
                       DELIMITED BY SIZE
                   XE-TIMESTAMP DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
               INTO GX-LAYOUT-LINE
           END-STRING
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           IF GX-DELIMITED
               STRING '      * Delimited by ''' DELIMITED BY SIZE
                       GX-DELIM-CHAR DELIMITED BY SIZE
                       ''' - UNSTRING each row into the '
                           DELIMITED BY SIZE
                       'DATA-REC fields.' DELIMITED BY SIZE
                   INTO GX-LAYOUT-LINE
               END-STRING
           ELSE
               MOVE '      * Fixed width.' TO GX-LAYOUT-LINE
               MOVE 'Null columns come out as spaces.'
                   TO GX-LAYOUT-LINE(22:)
           END-IF
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '       01  ' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   '-HEADER-REC' DELIMITED BY SIZE
               INTO GX-LAYOUT-LINE
           END-STRING
           MOVE 'PIC X(512).' TO GX-LAYOUT-LINE(48:)
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '       01  ' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   '-DATA-REC.' DELIMITED BY SIZE
               INTO GX-LAYOUT-LINE
           END-STRING
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE ZERO TO GX-LAYOUT-TOTAL
           PERFORM GX-50-LAYOUT-FIELD THRU GX-50-EXIT
               VARYING GX-COL-SUB FROM 1 BY 1
               UNTIL GX-COL-SUB > GX-COL-COUNT
           IF GX-NOT-DELIMITED AND GX-LAYOUT-TOTAL < 512
               COMPUTE GX-LAYOUT-WIDTH-DISP = 512 - GX-LAYOUT-TOTAL
               PERFORM GX-54-FORMAT-X-PIC
               MOVE SPACES TO GX-LAYOUT-LINE
               MOVE '           05  FILLER' TO GX-LAYOUT-LINE
               MOVE GX-LAYOUT-PIC TO GX-LAYOUT-LINE(48:)
               PERFORM GX-WRITE-LAYOUT-LINE
           END-IF
           IF GX-NOT-DELIMITED AND GX-LAYOUT-TOTAL > 512
               MOVE '      * Fields past byte 512' TO GX-LAYOUT-LINE
               MOVE 'are cut from every row.' TO GX-LAYOUT-LINE(30:)
               PERFORM GX-WRITE-LAYOUT-LINE
           END-IF
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '       01  ' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   '-TRAILER-REC.' DELIMITED BY SIZE
               INTO GX-LAYOUT-LINE
           END-STRING
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '           05  ' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   '-TRAILER-ID' DELIMITED BY SIZE
               INTO GX-LAYOUT-LINE
           END-STRING
           MOVE 'PIC X(08).' TO GX-LAYOUT-LINE(48:)
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '               88  ' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   '-IS-TRAILER' DELIMITED BY SIZE
               INTO GX-LAYOUT-LINE
           END-STRING
           MOVE 'VALUE ''TRAILER ''.' TO GX-LAYOUT-LINE(52:)
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '           05  ' DELIMITED BY SIZE
                   GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   '-TRAILER-COUNT' DELIMITED BY SIZE
               INTO GX-LAYOUT-LINE
           END-STRING
           MOVE 'PIC 9(09).' TO GX-LAYOUT-LINE(48:)
           PERFORM GX-WRITE-LAYOUT-LINE
           MOVE SPACES TO GX-LAYOUT-LINE
           MOVE '           05  FILLER' TO GX-LAYOUT-LINE
           MOVE 'PIC X(495).' TO GX-LAYOUT-LINE(48:)
           PERFORM GX-WRITE-LAYOUT-LINE.
       GX-WRITE-LAYOUT-EXIT.
           EXIT.

      * Columns 73-80 are the sequence area of the member; a long
      * table name in a comment line is cut there.
       GX-WRITE-LAYOUT-LINE.
           MOVE SPACES TO GX-LAYOUT-LINE(73:)
           WRITE LAYOUT-REC FROM GX-LAYOUT-LINE.
       GX-WRITE-LAYOUT-LINE-EXIT.
           EXIT.

      * One data field: a comment line first if the column is
      * masked, then the field under its derived name and the
      * picture it is written under.
       GX-50-LAYOUT-FIELD.
           ADD GX-COL-WIDTH(GX-COL-SUB) TO GX-LAYOUT-TOTAL
           IF NOT GX-COL-NOT-MASKED(GX-COL-SUB)
               EVALUATE TRUE
                   WHEN GX-COL-MASK-HASH(GX-COL-SUB)
                       MOVE 'HASH' TO GX-LAYOUT-PIC
                   WHEN GX-COL-MASK-LAST4(GX-COL-SUB)
                       MOVE 'LAST4' TO GX-LAYOUT-PIC
                   WHEN OTHER
                       MOVE 'BLANK' TO GX-LAYOUT-PIC
               END-EVALUATE
               MOVE SPACES TO GX-LAYOUT-LINE
               STRING '      * ' DELIMITED BY SIZE
                       GX-COL-NAME(GX-COL-SUB) DELIMITED BY SPACE
                       ' is masked (' DELIMITED BY SIZE
                       GX-LAYOUT-PIC DELIMITED BY SPACE
                       ').' DELIMITED BY SIZE
                   INTO GX-LAYOUT-LINE
               END-STRING
               PERFORM GX-WRITE-LAYOUT-LINE
           END-IF
           PERFORM GX-52-BUILD-FIELD-NAME
           EVALUATE TRUE
               WHEN GX-DELIMITED
               WHEN NOT GX-COL-NOT-MASKED(GX-COL-SUB)
               WHEN GX-COL-IS-CHAR(GX-COL-SUB)
                   MOVE GX-COL-WIDTH(GX-COL-SUB)
                       TO GX-LAYOUT-WIDTH-DISP
                   PERFORM GX-54-FORMAT-X-PIC
               WHEN GX-COL-IS-INT(GX-COL-SUB)
                   MOVE 'PIC -(9)9.' TO GX-LAYOUT-PIC
               WHEN OTHER
                   MOVE 'PIC -(11)9.9(04).' TO GX-LAYOUT-PIC
           END-EVALUATE
           MOVE SPACES TO GX-LAYOUT-LINE
           STRING '           05  ' DELIMITED BY SIZE
                   GX-LAYOUT-FIELD-NAME DELIMITED BY SPACE
               INTO GX-LAYOUT-LINE
           END-STRING
           MOVE GX-LAYOUT-PIC TO GX-LAYOUT-LINE(48:)
           PERFORM GX-WRITE-LAYOUT-LINE.
       GX-50-EXIT.
           EXIT.

      * member-COLUMN, with anything that cannot stand in a COBOL
      * name as a hyphen, cut to 30 with no trailing hyphen. A
      * name already given out in this member gets -nn (the column
      * number) over its last three bytes, or after it when short.
       GX-52-BUILD-FIELD-NAME.
           MOVE SPACES TO GX-LAYOUT-FIELD-NAME
           MOVE 1 TO GX-LAYOUT-NAME-PTR
           STRING GX-LAYOUT-MEMBER DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
               INTO GX-LAYOUT-FIELD-NAME
               WITH POINTER GX-LAYOUT-NAME-PTR
           END-STRING
           PERFORM GX-53-NAME-CHAR THRU GX-53-EXIT
               VARYING GX-LAYOUT-SRC-PTR FROM 1 BY 1
               UNTIL GX-LAYOUT-SRC-PTR > 30
                   OR GX-LAYOUT-NAME-PTR > 30
                   OR GX-COL-NAME(GX-COL-SUB)(GX-LAYOUT-SRC-PTR:1)
                       = SPACE
           PERFORM GX-55-DROP-TRAIL-HYPHEN THRU GX-55-EXIT
               VARYING GX-LAYOUT-NAME-PTR FROM 30 BY -1
               UNTIL GX-LAYOUT-FIELD-NAME(GX-LAYOUT-NAME-PTR:1)
                   NOT = SPACE
                   AND GX-LAYOUT-FIELD-NAME(GX-LAYOUT-NAME-PTR:1)
                       NOT = '-'
           SET GX-LAYOUT-NAME-UNIQUE TO TRUE
           PERFORM GX-56-CHECK-USED-NAME THRU GX-56-EXIT
               VARYING GX-LAYOUT-SUB FROM 1 BY 1
               UNTIL GX-LAYOUT-SUB >= GX-COL-SUB
           IF GX-LAYOUT-NAME-DUPLICATE
               IF GX-LAYOUT-NAME-PTR > 27
                   MOVE 28 TO GX-LAYOUT-NAME-PTR
               ELSE
                   ADD 1 TO GX-LAYOUT-NAME-PTR
               END-IF
               MOVE GX-COL-SUB TO GX-COL-NBR-DISP
               STRING '-' DELIMITED BY SIZE
                       GX-COL-NBR-DISP DELIMITED BY SIZE
                   INTO GX-LAYOUT-FIELD-NAME
                   WITH POINTER GX-LAYOUT-NAME-PTR
               END-STRING
           END-IF
           MOVE GX-LAYOUT-FIELD-NAME
               TO GX-LAYOUT-USED-NAME(GX-COL-SUB).
       GX-52-BUILD-FIELD-NAME-EXIT.
           EXIT.

       GX-53-NAME-CHAR.
           MOVE GX-COL-NAME(GX-COL-SUB)(GX-LAYOUT-SRC-PTR:1)
               TO GX-LAYOUT-CHAR
           INSPECT GX-LAYOUT-CHAR
               CONVERTING GQ-LOWER-CASE TO GQ-UPPER-CASE
           IF GX-LAYOUT-CHAR IS NOT ALPHABETIC-UPPER
               AND GX-LAYOUT-CHAR IS NOT NUMERIC
               MOVE '-' TO GX-LAYOUT-CHAR
           END-IF
           MOVE GX-LAYOUT-CHAR
               TO GX-LAYOUT-FIELD-NAME(GX-LAYOUT-NAME-PTR:1)
           ADD 1 TO GX-LAYOUT-NAME-PTR.
       GX-53-EXIT.
           EXIT.

      * X(nn) with at least two digits, as every picture in this
      * shop is written.
       GX-54-FORMAT-X-PIC.
           MOVE SPACES TO GX-LAYOUT-PIC
           IF GX-LAYOUT-WIDTH-DISP < 100
               STRING 'PIC X(' DELIMITED BY SIZE
                       GX-LAYOUT-WIDTH-DISP(2:2) DELIMITED BY SIZE
                       ').' DELIMITED BY SIZE
                   INTO GX-LAYOUT-PIC
               END-STRING
           ELSE
               STRING 'PIC X(' DELIMITED BY SIZE
                       GX-LAYOUT-WIDTH-DISP DELIMITED BY SIZE
                       ').' DELIMITED BY SIZE
                   INTO GX-LAYOUT-PIC
               END-STRING
           END-IF.
       GX-54-FORMAT-X-PIC-EXIT.
           EXIT.

       GX-55-DROP-TRAIL-HYPHEN.
           MOVE SPACE TO GX-LAYOUT-FIELD-NAME(GX-LAYOUT-NAME-PTR:1).
       GX-55-EXIT.
           EXIT.

       GX-56-CHECK-USED-NAME.
           IF GX-LAYOUT-USED-NAME(GX-LAYOUT-SUB)
               = GX-LAYOUT-FIELD-NAME
               SET GX-LAYOUT-NAME-DUPLICATE TO TRUE
           END-IF.
       GX-56-EXIT.
           EXIT.

      * Loads the stored marks and this run's RESET cards. Neither
      * file is required: no watermark file means every delta
      * extract starts with a full refresh, no reset file means no
      * resets. A watermark file holding more marks than the table
      * does is never written back - rewriting it would silently
      * drop the marks that did not fit.
       GX-LOAD-WATERMARKS.
           OPEN INPUT WATERMARK-FILE
           IF GX-WMK-FILE-STATUS = '00'
               PERFORM GX-READ-WATERMARK
               PERFORM GX-ADD-WATERMARK-ENTRY THRU
                       GX-ADD-WATERMARK-ENTRY-EXIT
                   UNTIL GX-END-OF-WATERMARKS
               CLOSE WATERMARK-FILE
           END-IF
           OPEN INPUT WATERMARK-RESET-FILE
           IF GX-WMR-FILE-STATUS = '00'
               PERFORM GX-READ-RESET-CARD
               PERFORM GX-ADD-RESET-ENTRY THRU
                       GX-ADD-RESET-ENTRY-EXIT
                   UNTIL GX-END-OF-RESETS
               CLOSE WATERMARK-RESET-FILE
           END-IF.
       GX-LOAD-WATERMARKS-EXIT.
           EXIT.

       GX-READ-WATERMARK.
           READ WATERMARK-FILE
               AT END
                   SET GX-END-OF-WATERMARKS TO TRUE
           END-READ.
       GX-READ-WATERMARK-EXIT.
           EXIT.

       GX-ADD-WATERMARK-ENTRY.
           IF GXW-REQUEST-ID NOT = SPACES
               IF GX-WMK-COUNT < GX-MAX-WMK-ENTRIES
                   ADD 1 TO GX-WMK-COUNT
                   SET GX-WMK-IDX TO GX-WMK-COUNT
                   MOVE GXW-REQUEST-ID
                       TO GX-WMK-REQUEST-ID(GX-WMK-IDX)
                   MOVE GXW-COLUMN-NAME
                       TO GX-WMK-COLUMN-NAME(GX-WMK-IDX)
                   MOVE GXW-VALUE TO GX-WMK-VALUE(GX-WMK-IDX)
                   MOVE GXW-ADVANCED-TS
                       TO GX-WMK-ADVANCED-TS(GX-WMK-IDX)
               ELSE
                   DISPLAY 'Watermark table full - mark for '
                       GXW-REQUEST-ID ' not loaded'
                   SET GX-WMK-TRUNCATED TO TRUE
               END-IF
           END-IF
           PERFORM GX-READ-WATERMARK.
       GX-ADD-WATERMARK-ENTRY-EXIT.
           EXIT.

       GX-READ-RESET-CARD.
           READ WATERMARK-RESET-FILE
               AT END
                   SET GX-END-OF-RESETS TO TRUE
           END-READ.
       GX-READ-RESET-CARD-EXIT.
           EXIT.

       GX-ADD-RESET-ENTRY.
           EVALUATE GXR-KEYWORD
               WHEN 'RESET   '
                   IF GX-WMR-COUNT < GX-MAX-WMK-ENTRIES
                       ADD 1 TO GX-WMR-COUNT
                       SET GX-WMR-IDX TO GX-WMR-COUNT
                       MOVE GXR-VALUE(1:8)
                           TO GX-WMR-REQUEST-ID(GX-WMR-IDX)
                   ELSE
                       DISPLAY 'Too many RESET cards - skipped: '
                           GXR-VALUE(1:8)
                   END-IF
               WHEN '*       '
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Unknown watermark reset card: '
                       GXR-KEYWORD
           END-EVALUATE
           PERFORM GX-READ-RESET-CARD.
       GX-ADD-RESET-ENTRY-EXIT.
           EXIT.

      * Settles how the extract filed under GX-WMK-KEY runs:
      * incremental from its stored mark, or a full refresh when
      * there is no mark, the mark was taken on another column, or
      * operations has sent a RESET card for it. GX-WMK-IDX is left
      * on the stored mark (or past the end when there is none) for
      * GX-ADVANCE-WATERMARK. A new request id with the table
      * already full has nowhere to keep its mark and is refused.
       GX-DELTA-SET-UP.
           SET GX-WMK-HAS-ROOM TO TRUE
           SET GX-WMK-NOT-FOUND TO TRUE
           SET GX-WMK-IDX TO 1
           SEARCH GX-WMK-ENTRY
               WHEN GX-WMK-IDX > GX-WMK-COUNT
                   CONTINUE
               WHEN GX-WMK-REQUEST-ID(GX-WMK-IDX) = GX-WMK-KEY
                   SET GX-WMK-FOUND TO TRUE
           END-SEARCH
           SET GX-WMK-NOT-RESET TO TRUE
           SET GX-WMR-IDX TO 1
           SEARCH GX-WMR-ENTRY
               WHEN GX-WMR-IDX > GX-WMR-COUNT
                   CONTINUE
               WHEN GX-WMR-REQUEST-ID(GX-WMR-IDX) = GX-WMK-KEY
                   SET GX-WMK-RESET-REQUESTED TO TRUE
           END-SEARCH
           IF GX-WMK-NOT-FOUND
               AND GX-WMK-COUNT NOT < GX-MAX-WMK-ENTRIES
               DISPLAY 'Watermark table full - no room for '
                   GX-WMK-KEY
               SET GX-WMK-NO-ROOM TO TRUE
           END-IF
           MOVE SPACES TO GX-DELTA-LOW
           MOVE SPACES TO GX-DELTA-HIGH
           MOVE -1 TO GX-DELTA-HIGH-IND
           EVALUATE TRUE
               WHEN GX-WMK-RESET-REQUESTED
                   SET GX-DELTA-FULL-REFRESH TO TRUE
                   DISPLAY 'Watermark for ' GX-WMK-KEY
                       ' reset - full refresh'
               WHEN GX-WMK-NOT-FOUND
                   SET GX-DELTA-FULL-REFRESH TO TRUE
                   DISPLAY 'No watermark for ' GX-WMK-KEY
                       ' - full refresh'
               WHEN GX-WMK-COLUMN-NAME(GX-WMK-IDX)
                       NOT = GX-DELTA-COLUMN
                   SET GX-DELTA-FULL-REFRESH TO TRUE
                   DISPLAY 'Watermark for ' GX-WMK-KEY
                       ' was taken on '
                       GX-WMK-COLUMN-NAME(GX-WMK-IDX)
                       ' - full refresh'
               WHEN OTHER
                   SET GX-DELTA-INCREMENTAL TO TRUE
                   MOVE GX-WMK-VALUE(GX-WMK-IDX) TO GX-DELTA-LOW
           END-EVALUATE.
       GX-DELTA-SET-UP-EXIT.
           EXIT.

      * Called only once the extract is whole: TRAILER written,
      * COMMIT taken, and in queue mode the COMPLETED manifest line
      * out. A null high value means no row lay past the mark (or,
      * on a full refresh, the table had no rows to mark), and the
      * mark stays as it was.
       GX-ADVANCE-WATERMARK.
           IF GX-DELTA-HIGH-IND < ZERO
               DISPLAY 'No rows past the watermark for '
                   GX-WMK-KEY ' - mark unchanged'
           ELSE
               IF GX-WMK-NOT-FOUND
                   ADD 1 TO GX-WMK-COUNT
                   SET GX-WMK-IDX TO GX-WMK-COUNT
                   MOVE GX-WMK-KEY TO GX-WMK-REQUEST-ID(GX-WMK-IDX)
                   SET GX-WMK-FOUND TO TRUE
               END-IF
               MOVE GX-DELTA-COLUMN TO GX-WMK-COLUMN-NAME(GX-WMK-IDX)
               MOVE GX-DELTA-HIGH TO GX-WMK-VALUE(GX-WMK-IDX)
               MOVE XE-TIMESTAMP TO GX-WMK-ADVANCED-TS(GX-WMK-IDX)
               PERFORM GX-SAVE-WATERMARKS
           END-IF.
       GX-ADVANCE-WATERMARK-EXIT.
           EXIT.

      * Writes the whole table back over the watermark file, the
      * same way the restart file is rewritten in
      * Db2ExampleWheneversInACopybook. A mark that cannot be saved
      * means the next run repeats rows already delivered, so it
      * rates RC 8 for operations to look at before then.
       GX-SAVE-WATERMARKS.
           IF GX-WMK-TRUNCATED
               DISPLAY 'Watermark file not rewritten - it holds '
                   'more marks than the table'
               IF XE-WORST-RC < 8
                   MOVE 8 TO XE-WORST-RC
               END-IF
           ELSE
               OPEN OUTPUT WATERMARK-FILE
               IF GX-WMK-FILE-STATUS = '00'
                   PERFORM GX-WRITE-WATERMARK-REC THRU
                           GX-WRITE-WATERMARK-REC-EXIT
                       VARYING GX-WMK-OUT-IDX FROM 1 BY 1
                       UNTIL GX-WMK-OUT-IDX > GX-WMK-COUNT
                   CLOSE WATERMARK-FILE
               ELSE
                   DISPLAY 'Watermark file not written. Status: '
                       GX-WMK-FILE-STATUS
                   IF XE-WORST-RC < 8
                       MOVE 8 TO XE-WORST-RC
                   END-IF
               END-IF
           END-IF.
       GX-SAVE-WATERMARKS-EXIT.
           EXIT.

       GX-WRITE-WATERMARK-REC.
           MOVE SPACES TO WATERMARK-REC
           MOVE GX-WMK-REQUEST-ID(GX-WMK-OUT-IDX) TO GXW-REQUEST-ID
           MOVE GX-WMK-COLUMN-NAME(GX-WMK-OUT-IDX)
               TO GXW-COLUMN-NAME
           MOVE GX-WMK-VALUE(GX-WMK-OUT-IDX) TO GXW-VALUE
           MOVE GX-WMK-ADVANCED-TS(GX-WMK-OUT-IDX)
               TO GXW-ADVANCED-TS
           WRITE WATERMARK-REC.
       GX-WRITE-WATERMARK-REC-EXIT.
           EXIT.

      * Queue mode. The whole queue is worked in one run and one
      * output file: each request's block opens with its *REQUEST
      * banner, and the manifest at the end is the authoritative
      * elsewhere in the framework.
       GQ-RUN-QUEUE.
           PERFORM GQ-LOAD-ALLOW-LIST
           PERFORM GQ-LOAD-ENTITLEMENTS
           PERFORM GQ-LOAD-MASK-RULES
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT MANIFEST-FILE
           PERFORM GQ-READ-QUEUE-CARD
       GQ-ADD-ALLOW-ENTRY-EXIT.
           EXIT.

      * Fail-safe the same way as the allow-list: with no
      * entitlements every request is rejected.
       GQ-LOAD-ENTITLEMENTS.
           OPEN INPUT ENTITLEMENT-FILE
           IF GQ-ENTITLE-FILE-STATUS = '00'
               PERFORM GQ-READ-ENTITLEMENT
               PERFORM GQ-ADD-ENTITLEMENT THRU
                       GQ-ADD-ENTITLEMENT-EXIT
                   UNTIL GQ-END-OF-ENTITLEMENTS
               CLOSE ENTITLEMENT-FILE
           ELSE
               DISPLAY 'Entitlements not available - every request '
                   'will be rejected'
           END-IF.
       GQ-LOAD-ENTITLEMENTS-EXIT.
           EXIT.

       GQ-READ-ENTITLEMENT.
           READ ENTITLEMENT-FILE
               AT END
                   SET GQ-END-OF-ENTITLEMENTS TO TRUE
           END-READ.
       GQ-READ-ENTITLEMENT-EXIT.
           EXIT.

       GQ-ADD-ENTITLEMENT.
           IF ENTITLEMENT-REC(1:1) NOT = '*'
               AND GQE-REQUESTER-ID NOT = SPACES
               AND GQE-TABLE-NAME NOT = SPACES
               IF GQ-ENT-COUNT < GQ-MAX-ENT-ENTRIES
                   ADD 1 TO GQ-ENT-COUNT
                   SET GQ-ENT-IDX TO GQ-ENT-COUNT
                   MOVE GQE-REQUESTER-ID
                       TO GQ-ENT-REQUESTER-ID(GQ-ENT-IDX)
                   MOVE GQE-TABLE-NAME
                       TO GQ-ENT-TABLE-NAME(GQ-ENT-IDX)
                   IF GQE-ACCESS = 'CLEAR'
                       MOVE 'C' TO GQ-ENT-ACCESS(GQ-ENT-IDX)
                   ELSE
                       MOVE 'M' TO GQ-ENT-ACCESS(GQ-ENT-IDX)
                   END-IF
               ELSE
                   DISPLAY 'Entitlement table full - skipped: '
                       ENTITLEMENT-REC(1:40)
               END-IF
           END-IF
           PERFORM GQ-READ-ENTITLEMENT.
       GQ-ADD-ENTITLEMENT-EXIT.
           EXIT.

      * No rules file means nothing is masked - the entitlement
      * file has already decided who may see the table at all. A
      * rule that does not fit the table is a column that would go
      * out in clear, so a full rules table rates RC 8.
       GQ-LOAD-MASK-RULES.
           OPEN INPUT MASK-RULE-FILE
           IF GQ-MASK-FILE-STATUS = '00'
               PERFORM GQ-READ-MASK-RULE
               PERFORM GQ-ADD-MASK-RULE THRU GQ-ADD-MASK-RULE-EXIT
                   UNTIL GQ-END-OF-MASK-RULES
               CLOSE MASK-RULE-FILE
           END-IF.
       GQ-LOAD-MASK-RULES-EXIT.
           EXIT.

       GQ-READ-MASK-RULE.
           READ MASK-RULE-FILE
               AT END
                   SET GQ-END-OF-MASK-RULES TO TRUE
           END-READ.
       GQ-READ-MASK-RULE-EXIT.
           EXIT.

       GQ-ADD-MASK-RULE.
           IF MASK-RULE-REC(1:1) NOT = '*'
               AND GQM-TABLE-NAME NOT = SPACES
               AND GQM-COLUMN-NAME NOT = SPACES
               IF GQ-MASK-COUNT < GQ-MAX-MASK-ENTRIES
                   ADD 1 TO GQ-MASK-COUNT
                   SET GQ-MASK-IDX TO GQ-MASK-COUNT
                   MOVE GQM-TABLE-NAME
                       TO GQ-MASK-TABLE-NAME(GQ-MASK-IDX)
                   MOVE GQM-COLUMN-NAME
                       TO GQ-MASK-COLUMN-NAME(GQ-MASK-IDX)
                   PERFORM GQ-FIND-MASK-NAME-END THRU
                           GQ-FIND-MASK-NAME-END-EXIT
                       VARYING GQ-MASK-LEN-PTR FROM 30 BY -1
                       UNTIL GQM-COLUMN-NAME(GQ-MASK-LEN-PTR:1)
                           NOT = SPACE
                   MOVE GQ-MASK-LEN-PTR
                       TO GQ-MASK-COL-LEN(GQ-MASK-IDX)
                   EVALUATE GQM-STYLE
                       WHEN 'HASH '
                           MOVE 'H' TO GQ-MASK-STYLE(GQ-MASK-IDX)
                       WHEN 'LAST4'
                           MOVE 'L' TO GQ-MASK-STYLE(GQ-MASK-IDX)
                       WHEN 'BLANK'
                           MOVE 'B' TO GQ-MASK-STYLE(GQ-MASK-IDX)
                       WHEN OTHER
                           DISPLAY 'Mask style ' GQM-STYLE
                               ' not known - '
                               GQM-COLUMN-NAME ' masked BLANK'
                           MOVE 'B' TO GQ-MASK-STYLE(GQ-MASK-IDX)
                   END-EVALUATE
               ELSE
                   DISPLAY 'Mask rule table full - skipped: '
                       GQM-TABLE-NAME ' ' GQM-COLUMN-NAME
                   IF XE-WORST-RC < 8
                       MOVE 8 TO XE-WORST-RC
                   END-IF
               END-IF
           END-IF
           PERFORM GQ-READ-MASK-RULE.
       GQ-ADD-MASK-RULE-EXIT.
           EXIT.

       GQ-FIND-MASK-NAME-END.
           CONTINUE.
       GQ-FIND-MASK-NAME-END-EXIT.
           EXIT.

       GQ-READ-QUEUE-CARD.
           READ REQUEST-QUEUE-FILE
               AT END
               WHEN 'COLUMNS '
               WHEN 'WHERE   '
               WHEN 'DELIM   '
               WHEN 'DELTA   '
                   IF GQ-REQUEST-PENDING
                       MOVE GQC-KEYWORD TO GX-CARD-KEYWORD
                       MOVE GQC-VALUE TO GX-CARD-VALUE
           MOVE SPACES TO GX-COLUMN-LIST
           MOVE SPACES TO GX-WHERE-CLAUSE
           SET GX-NOT-DELIMITED TO TRUE
           MOVE SPACE TO GX-DELIM-CHAR
           MOVE SPACES TO GX-DELTA-COLUMN
           SET GX-DELTA-NOT-REQUESTED TO TRUE.
       GQ-START-REQUEST-EXIT.
           EXIT.

           SET GQ-REQUEST-COMPLETED TO TRUE
           MOVE SPACES TO GQ-REJECT-REASON
           MOVE ZERO TO GQ-FAIL-SQLCODE
           MOVE SPACE TO GQ-ACCESS-FLAG
           MOVE SPACES TO GQ-MASKED-LIST
           EVALUATE TRUE
               WHEN GX-TABLE-NAME = SPACES
                   SET GQ-REQUEST-REJECTED TO TRUE
               WHEN GX-COLUMN-LIST = SPACES
                   SET GQ-REQUEST-REJECTED TO TRUE
                   MOVE 'MISSING COLUMNS CARD' TO GQ-REJECT-REASON
               WHEN GX-DELTA-COLUMN NOT = SPACES
                   AND GQ-REQUEST-ID = SPACES
                   SET GQ-REQUEST-REJECTED TO TRUE
                   MOVE 'DELTA NEEDS A REQUEST ID'
                       TO GQ-REJECT-REASON
               WHEN OTHER
                   PERFORM GQ-CHECK-ALLOW-LIST
                   IF GQ-TABLE-NOT-ALLOWED
                       SET GQ-REQUEST-REJECTED TO TRUE
                       MOVE 'TABLE NOT ON ALLOW-LIST'
                           TO GQ-REJECT-REASON
                   ELSE
                       PERFORM GQ-CHECK-ENTITLEMENT
                       IF GQ-REQUESTER-NOT-ENTITLED
                           SET GQ-REQUEST-REJECTED TO TRUE
                           MOVE 'REQUESTER NOT ENTITLED'
                               TO GQ-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF GQ-REQUEST-COMPLETED AND GX-DELTA-COLUMN NOT = SPACES
               MOVE GQ-REQUEST-ID TO GX-WMK-KEY
               PERFORM GX-DELTA-SET-UP
               IF GX-WMK-NO-ROOM
                   SET GQ-REQUEST-REJECTED TO TRUE
                   MOVE 'WATERMARK TABLE FULL' TO GQ-REJECT-REASON
               END-IF
           END-IF
           IF GQ-REQUEST-COMPLETED
               PERFORM GX-BUILD-SQL-TEXT
               PERFORM GQ-RUN-ONE-EXTRACT
                   ADD 1 TO GQ-FAILED-COUNT
           END-EVALUATE
           PERFORM GQ-WRITE-MANIFEST-LINE
           IF GQ-REQUEST-COMPLETED AND GX-DELTA-REQUESTED
               PERFORM GX-ADVANCE-WATERMARK
           END-IF
           IF GQ-REQUEST-COMPLETED AND GX-LAYOUTS-WANTED
               IF GQ-REQUEST-ID = SPACES
                   DISPLAY 'Request with no id - no layout member'
               ELSE
                   IF GQ-REQUEST-ID(1:1) IS NUMERIC
                       MOVE SPACES TO GX-LAYOUT-MEMBER
                       STRING 'L' DELIMITED BY SIZE
                               GQ-REQUEST-ID(1:7) DELIMITED BY SIZE
                           INTO GX-LAYOUT-MEMBER
                       END-STRING
                   ELSE
                       MOVE GQ-REQUEST-ID TO GX-LAYOUT-MEMBER
                   END-IF
                   PERFORM GX-WRITE-LAYOUT
               END-IF
           END-IF
           SET GQ-NO-REQUEST-PENDING TO TRUE.
       GQ-PROCESS-REQUEST-EXIT.
           EXIT.
       GQ-CHECK-ALLOW-SCAN-EXIT.
           EXIT.

      * The requester's entitlement to this table: an entry naming
      * the table wins over a * entry, and no entry at all leaves
      * GQ-ACCESS-FLAG blank - not entitled.
       GQ-CHECK-ENTITLEMENT.
           MOVE SPACE TO GQ-EXACT-ACCESS
           MOVE SPACE TO GQ-WILD-ACCESS
           PERFORM GQ-CHECK-ENTITLE-SCAN THRU
                   GQ-CHECK-ENTITLE-SCAN-EXIT
               VARYING GQ-ENT-IDX FROM 1 BY 1
               UNTIL GQ-ENT-IDX > GQ-ENT-COUNT
           IF GQ-EXACT-ACCESS NOT = SPACE
               MOVE GQ-EXACT-ACCESS TO GQ-ACCESS-FLAG
           ELSE
               MOVE GQ-WILD-ACCESS TO GQ-ACCESS-FLAG
           END-IF.
       GQ-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       GQ-CHECK-ENTITLE-SCAN.
           IF GQ-ENT-REQUESTER-ID(GQ-ENT-IDX) = GQ-REQUESTER-ID
               IF GQ-ENT-TABLE-NAME(GQ-ENT-IDX) = GX-TABLE-NAME
                   AND GQ-EXACT-ACCESS = SPACE
                   MOVE GQ-ENT-ACCESS(GQ-ENT-IDX) TO GQ-EXACT-ACCESS
               END-IF
               IF GQ-ENT-TABLE-NAME(GQ-ENT-IDX) = '*'
                   AND GQ-WILD-ACCESS = SPACE
                   MOVE GQ-ENT-ACCESS(GQ-ENT-IDX) TO GQ-WILD-ACCESS
               END-IF
           END-IF.
       GQ-CHECK-ENTITLE-SCAN-EXIT.
           EXIT.

      * The per-request retry loop, same shape as the single-mode
      * extract. A retried pass re-writes the request banner and
      * header, so a block holding an abandoned partial pass is
                   GO TO GQ-10-EXIT
               END-IF
           END-IF
           IF SQLCODE = ZERO AND GQ-MASKED-TEXT
               PERFORM GQ-14-SET-UP-MASKS
               IF GQ-REQUEST-REJECTED
                   GO TO GQ-10-EXIT
               END-IF
           END-IF
           IF SQLCODE = ZERO AND GX-DELTA-REQUESTED
               PERFORM GQ-12-DELTA-HIGH-VALUE
               IF GQ-REQUEST-REJECTED
                   GO TO GQ-10-EXIT
               END-IF
           END-IF
           IF SQLCODE = ZERO
               EVALUATE TRUE
                   WHEN GX-DELTA-INCREMENTAL
                       EXEC SQL
                           OPEN GENCSR USING :GX-DELTA-LOW,
                               :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                       END-EXEC
                   WHEN GX-DELTA-FULL-REFRESH
                       EXEC SQL
                           OPEN GENCSR USING
                               :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                       END-EXEC
                   WHEN OTHER
                       EXEC SQL
                           OPEN GENCSR
                       END-EXEC
               END-EVALUATE
           END-IF
           IF SQLCODE = ZERO
               PERFORM GX-15-WRITE-HEADER
       GQ-10-EXIT.
           EXIT.

      * The queue-mode twin of GX-17-DELTA-HIGH-VALUE, under this
      * section's WHENEVER CONTINUE; a value too wide for the mark
      * is one more rejected request.
       GQ-12-DELTA-HIGH-VALUE.
           EXEC SQL
               PREPARE GENHIGH FROM :GX-HIGH-SQL-TEXT
           END-EXEC
           IF SQLCODE = ZERO
               IF GX-DELTA-INCREMENTAL
                   EXEC SQL
                       EXECUTE GENHIGH
                           INTO :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                           USING :GX-DELTA-LOW
                   END-EXEC
               ELSE
                   EXEC SQL
                       EXECUTE GENHIGH
                           INTO :GX-DELTA-HIGH :GX-DELTA-HIGH-IND
                   END-EXEC
               END-IF
           END-IF
           IF SQLCODE = ZERO AND SQLWARN1 = 'W'
               SET GQ-REQUEST-REJECTED TO TRUE
               MOVE 'DELTA COLUMN TOO WIDE' TO GQ-REJECT-REASON
           END-IF.
       GQ-12-DELTA-HIGH-VALUE-EXIT.
           EXIT.

      * Marks each described column that a rule masks for this
      * table and lists it for the manifest, then proves no rule
      * column is named in the request more often than it came
      * back as a plain, now masked, result column. The request
      * text is folded to upper case first, as Db2 folds it.
       GQ-14-SET-UP-MASKS.
           MOVE SPACES TO GQ-MASKED-LIST
           MOVE 1 TO GQ-MASKED-PTR
           PERFORM GQ-15-MASK-ONE-COLUMN THRU GQ-15-EXIT
               VARYING GX-COL-SUB FROM 1 BY 1
               UNTIL GX-COL-SUB > GX-COL-COUNT
           MOVE GX-COLUMN-LIST TO GQ-UPPER-COLUMNS
           INSPECT GQ-UPPER-COLUMNS
               CONVERTING GQ-LOWER-CASE TO GQ-UPPER-CASE
           MOVE GX-WHERE-CLAUSE TO GQ-UPPER-WHERE
           INSPECT GQ-UPPER-WHERE
               CONVERTING GQ-LOWER-CASE TO GQ-UPPER-CASE
           PERFORM GQ-16-CHECK-MASK-RULE THRU GQ-16-EXIT
               VARYING GQ-MASK-IDX FROM 1 BY 1
               UNTIL GQ-MASK-IDX > GQ-MASK-COUNT
                   OR GQ-REQUEST-REJECTED.
       GQ-14-SET-UP-MASKS-EXIT.
           EXIT.

       GQ-15-MASK-ONE-COLUMN.
           SET GQ-MASK-IDX TO 1
           SEARCH GQ-MASK-ENTRY
               WHEN GQ-MASK-IDX > GQ-MASK-COUNT
                   CONTINUE
               WHEN GQ-MASK-TABLE-NAME(GQ-MASK-IDX) = GX-TABLE-NAME
                   AND GQ-MASK-COLUMN-NAME(GQ-MASK-IDX)
                       = GX-COL-NAME(GX-COL-SUB)
                   MOVE GQ-MASK-STYLE(GQ-MASK-IDX)
                       TO GX-COL-MASK(GX-COL-SUB)
           END-SEARCH
           IF NOT GX-COL-NOT-MASKED(GX-COL-SUB)
               IF GQ-MASKED-PTR > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO GQ-MASKED-LIST
                       WITH POINTER GQ-MASKED-PTR
                   END-STRING
               END-IF
               STRING GX-COL-NAME(GX-COL-SUB) DELIMITED BY SPACE
                   INTO GQ-MASKED-LIST
                   WITH POINTER GQ-MASKED-PTR
               END-STRING
           END-IF.
       GQ-15-EXIT.
           EXIT.

       GQ-16-CHECK-MASK-RULE.
           IF GQ-MASK-TABLE-NAME(GQ-MASK-IDX) = GX-TABLE-NAME
               MOVE ZERO TO GQ-NAME-TALLY
               INSPECT GQ-UPPER-COLUMNS TALLYING GQ-NAME-TALLY
                   FOR ALL GQ-MASK-COLUMN-NAME(GQ-MASK-IDX)
                       (1:GQ-MASK-COL-LEN(GQ-MASK-IDX))
               INSPECT GQ-UPPER-WHERE TALLYING GQ-NAME-TALLY
                   FOR ALL GQ-MASK-COLUMN-NAME(GQ-MASK-IDX)
                       (1:GQ-MASK-COL-LEN(GQ-MASK-IDX))
               MOVE ZERO TO GQ-PLAIN-TALLY
               PERFORM GQ-17-COUNT-PLAIN-COLUMN THRU GQ-17-EXIT
                   VARYING GX-COL-SUB FROM 1 BY 1
                   UNTIL GX-COL-SUB > GX-COL-COUNT
               IF GQ-NAME-TALLY > GQ-PLAIN-TALLY
                   SET GQ-REQUEST-REJECTED TO TRUE
                   MOVE 'MASKED COLUMN IN EXPRESSION'
                       TO GQ-REJECT-REASON
               END-IF
           END-IF.
       GQ-16-EXIT.
           EXIT.

       GQ-17-COUNT-PLAIN-COLUMN.
           IF GX-COL-NAME(GX-COL-SUB)
               = GQ-MASK-COLUMN-NAME(GQ-MASK-IDX)
               ADD 1 TO GQ-PLAIN-TALLY
           END-IF.
       GQ-17-EXIT.
           EXIT.

       GQ-20-FETCH-REQUEST-ROW.
           EXEC SQL
               FETCH GENCSR USING DESCRIPTOR :GX-SQLDA
           EVALUATE TRUE
               WHEN GQ-REQUEST-COMPLETED
                   MOVE GX-ROW-COUNT TO GQ-ROWS-DISP
                   MOVE 1 TO GQ-MANIFEST-PTR
                   STRING GQ-REQUEST-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GQ-REQUESTER-ID DELIMITED BY SIZE
                           GQ-ROWS-DISP DELIMITED BY SIZE
                           ' ROWS' DELIMITED BY SIZE
                       INTO MANIFEST-REC
                       WITH POINTER GQ-MANIFEST-PTR
                   END-STRING
                   EVALUATE TRUE
                       WHEN GX-DELTA-INCREMENTAL
                           STRING ' DELTA' DELIMITED BY SIZE
                               INTO MANIFEST-REC
                               WITH POINTER GQ-MANIFEST-PTR
                           END-STRING
                       WHEN GX-DELTA-FULL-REFRESH
                           STRING ' DELTA FULL REFRESH'
                                   DELIMITED BY SIZE
                               INTO MANIFEST-REC
                               WITH POINTER GQ-MANIFEST-PTR
                           END-STRING
                   END-EVALUATE
                   IF GQ-MASKED-LIST NOT = SPACES
                       STRING ' MASKED ' DELIMITED BY SIZE
                               GQ-MASKED-LIST DELIMITED BY SPACE
                           INTO MANIFEST-REC
                           WITH POINTER GQ-MANIFEST-PTR
                       END-STRING
                   END-IF
               WHEN GQ-REQUEST-REJECTED
                   STRING GQ-REQUEST-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE

       COPY XSQLERR.
       COPY XDYNCHK.
       COPY XGATE.
