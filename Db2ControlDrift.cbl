       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2ControlDrift.

      * Drift report between the test and production copies of the
      * control card files. The cards are promoted from the test
      * libraries to production by copying files, and a tolerated
      * SQLCODE or a guard value proved in one environment has more
      * than once never reached the other. This program compares
      * each pair entry by entry on the file's natural key and lists
      * every entry the test copy has that production does not
      * (ADDED - the promotion would add it), every entry production
      * has that the test copy does not (REMOVED - the promotion
      * would take it away), and every field that differs between
      * the two copies of an entry (CHANGED, one line per field with
      * both values). It is run ahead of each promotion and its
      * report is what the change board signs off.
      *
      *   File      Test DD   Prod DD   Natural key
      *   SQLXCTL   TSTXCTL   PRDXCTL   program id, tolerated SQLCODE
      *   ALERTCTL  TSTALRT   PRDALRT   SQLCODE
      *   STMTREGF  TSTSREG   PRDSREG   sequence, statement id
      *   MNTSTMTS  TSTMNTS   PRDMNTS   statement id (card within it)
      *   CHECKLST  TSTCHKL   PRDCHKL   subsystem, table name
      *   RCCNTL    TSTRCCN   PRDRCCN   table name
      *   SCHEDCTL  TSTSCHD   PRDSCHD   program id
      *   TBLALLOW  TSTALLW   PRDALLW   table name
      *
      * The key and field positions are the record layouts the
      * owning programs read (XCTLFD, XSEVFD, XSCHFD, the registry
      * and checklist layouts in Db2ControlCardCheck, the allow-list
      * in Db2GenericExtract) and are held in DF-DEF-TABLE below.
      * SQLCODEs are keyed by value, so '-911' reads the same however
      * the card was punched. An entry whose key repeats within a
      * file - the continuation cards of a MNTSTMTS statement, or a
      * duplicated card - is keyed by its occurrence as well (#002,
      * #003 ...) and compared with the same occurrence on the other
      * side. Blank cards are not entries.
      *
      * Not every job stream uses every file: a pair with neither
      * copy allocated is skipped and noted. A pair with only one
      * copy allocated is drift in its own right - allocate the
      * missing copy as an empty file to see its entries as ADDED or
      * REMOVED and except them if that is intended.
      *
      * Differences that are meant to exist (a test-only trace
      * program, a production-only guard) are named on the
      * exceptions cards (DRIFTEXC):
      *
      *   cols  1-8   file, as in the table above
      *   cols 10-22  field name from DF-DEF-TABLE, or blank or '*'
      *               for any difference in the entry, including
      *               the entry being ADDED or REMOVED
      *   cols 24-80  key as the report prints it, or '*' for every
      *               entry in the file; a printed key longer than
      *               the 57 columns can only be excepted by '*'
      *
      * A card in column 1 '*' is a comment. Excepted differences
      * are still listed, marked EXCEPTED; an exception card that
      * matched nothing is listed at the end, since the difference
      * it was written for has gone and the card should go too.
      *
      * RC 0  no differences at all
      * RC 4  only excepted differences, or an exception card that
      *       was not used or could not be read
      * RC 8  any unexpected difference, a pair with one copy
      *       missing, or a file too large to compare in full - the
      *       promotion job stops on it

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The copies are read one at a time, so they share a status.
           SELECT TEST-XCTL-FILE ASSIGN TO TSTXCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-XCTL-FILE ASSIGN TO PRDXCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT TEST-ALRT-FILE ASSIGN TO TSTALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-ALRT-FILE ASSIGN TO PRDALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT TEST-SREG-FILE ASSIGN TO TSTSREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-SREG-FILE ASSIGN TO PRDSREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT TEST-MNTS-FILE ASSIGN TO TSTMNTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-MNTS-FILE ASSIGN TO PRDMNTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT TEST-CHKL-FILE ASSIGN TO TSTCHKL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-CHKL-FILE ASSIGN TO PRDCHKL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT TEST-RCCN-FILE ASSIGN TO TSTRCCN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-RCCN-FILE ASSIGN TO PRDRCCN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT TEST-SCHD-FILE ASSIGN TO TSTSCHD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-SCHD-FILE ASSIGN TO PRDSCHD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT TEST-ALLW-FILE ASSIGN TO TSTALLW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT PROD-ALLW-FILE ASSIGN TO PRDALLW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-PAIR-FILE-STATUS.
           SELECT DRIFT-EXCEPTION-FILE ASSIGN TO DRIFTEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-EXC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DRIFTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DF-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Each copy is read whole into DF-RECORD-IMAGE; the fields are
      * picked out by position from DF-DEF-TABLE.
       FD  TEST-XCTL-FILE
           RECORDING MODE IS F.
       01  TEST-XCTL-REC               PIC X(26).

       FD  PROD-XCTL-FILE
           RECORDING MODE IS F.
       01  PROD-XCTL-REC               PIC X(26).

       FD  TEST-ALRT-FILE
           RECORDING MODE IS F.
       01  TEST-ALRT-REC               PIC X(80).

       FD  PROD-ALRT-FILE
           RECORDING MODE IS F.
       01  PROD-ALRT-REC               PIC X(80).

       FD  TEST-SREG-FILE
           RECORDING MODE IS F.
       01  TEST-SREG-REC               PIC X(80).

       FD  PROD-SREG-FILE
           RECORDING MODE IS F.
       01  PROD-SREG-REC               PIC X(80).

       FD  TEST-MNTS-FILE
           RECORDING MODE IS F.
       01  TEST-MNTS-REC               PIC X(80).

       FD  PROD-MNTS-FILE
           RECORDING MODE IS F.
       01  PROD-MNTS-REC               PIC X(80).

       FD  TEST-CHKL-FILE
           RECORDING MODE IS F.
       01  TEST-CHKL-REC               PIC X(80).

       FD  PROD-CHKL-FILE
           RECORDING MODE IS F.
       01  PROD-CHKL-REC               PIC X(80).

       FD  TEST-RCCN-FILE
           RECORDING MODE IS F.
       01  TEST-RCCN-REC               PIC X(80).

       FD  PROD-RCCN-FILE
           RECORDING MODE IS F.
       01  PROD-RCCN-REC               PIC X(80).

       FD  TEST-SCHD-FILE
           RECORDING MODE IS F.
       01  TEST-SCHD-REC               PIC X(80).

       FD  PROD-SCHD-FILE
           RECORDING MODE IS F.
       01  PROD-SCHD-REC               PIC X(80).

       FD  TEST-ALLW-FILE
           RECORDING MODE IS F.
       01  TEST-ALLW-REC               PIC X(80).

       FD  PROD-ALLW-FILE
           RECORDING MODE IS F.
       01  PROD-ALLW-REC               PIC X(80).

       FD  DRIFT-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  DRIFT-EXCEPTION-REC.
           05  DFX-FILE-TAG            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DFX-FIELD-NAME          PIC X(13).
           05  FILLER                  PIC X(01).
           05  DFX-ENTRY-KEY           PIC X(57).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  DF-PAIR-FILE-STATUS         PIC X(02) VALUE '00'.
       01  DF-EXC-FILE-STATUS          PIC X(02) VALUE '00'.
       01  DF-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  DF-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  DF-END-OF-INPUT             VALUE 'Y'.
       01  DF-MATCH-SWITCH             PIC X(01) VALUE 'N'.
           88  DF-ENTRY-FOUND              VALUE 'Y'.
           88  DF-ENTRY-NOT-FOUND          VALUE 'N'.
       01  DF-EXCEPTED-SWITCH          PIC X(01) VALUE 'N'.
           88  DF-DIFFERENCE-EXCEPTED      VALUE 'Y'.
       01  DF-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
           88  DF-ENTRY-CHANGED            VALUE 'Y'.

      * The files compared, in report order, and the DD names of
      * their test (1) and production (2) copies.
       01  DF-MAX-FILES                PIC 9(04) COMP VALUE 8.
       01  DF-FILE-NBR                 PIC 9(04) COMP VALUE ZERO.
       01  DF-FILE-VALUES.
           05  FILLER                  PIC X(24) VALUE
               'SQLXCTL TSTXCTL PRDXCTL '.
           05  FILLER                  PIC X(24) VALUE
               'ALERTCTLTSTALRT PRDALRT '.
           05  FILLER                  PIC X(24) VALUE
               'STMTREGFTSTSREG PRDSREG '.
           05  FILLER                  PIC X(24) VALUE
               'MNTSTMTSTSTMNTS PRDMNTS '.
           05  FILLER                  PIC X(24) VALUE
               'CHECKLSTTSTCHKL PRDCHKL '.
           05  FILLER                  PIC X(24) VALUE
               'RCCNTL  TSTRCCN PRDRCCN '.
           05  FILLER                  PIC X(24) VALUE
               'SCHEDCTLTSTSCHD PRDSCHD '.
           05  FILLER                  PIC X(24) VALUE
               'TBLALLOWTSTALLW PRDALLW '.
       01  DF-FILE-TABLE REDEFINES DF-FILE-VALUES.
           05  DF-FILE-ENTRY OCCURS 8 TIMES.
               10  DF-FILE-TAG         PIC X(08).
               10  DF-FILE-DD-NAME     PIC X(08) OCCURS 2 TIMES.
       01  DF-FILE-TAG-NOW             PIC X(08).

      * Key parts and compared fields of each file: file, kind,
      * field name, start column, length. Kind K is a key part
      * compared as punched; S a key SQLCODE in S9(09) form (XCTLFD)
      * and L one in SIGN LEADING SEPARATE form (XSEVFD), both keyed
      * by value; F a field compared between the two copies of an
      * entry. Key parts join in table order, one space apart.
       01  DF-DEF-VALUES.
           05  FILLER                  PIC X(26) VALUE
               'SQLXCTL KPROGRAM-ID   0108'.
           05  FILLER                  PIC X(26) VALUE
               'SQLXCTL SSQLCODE      1309'.
           05  FILLER                  PIC X(26) VALUE
               'SQLXCTL FMAX-WARNINGS 0904'.
           05  FILLER                  PIC X(26) VALUE
               'ALERTCTLLSQLCODE      0110'.
           05  FILLER                  PIC X(26) VALUE
               'ALERTCTLFSEVERITY     1104'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFKSEQ-NBR      0102'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFKSTMT-ID      0330'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFFSELECT-VALUE 3301'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFFTABLE-NAME   3430'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFFFREQ-CODE    6402'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFFENTRY-TYPE   6601'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFFGUARD-ROWS   6707'.
           05  FILLER                  PIC X(26) VALUE
               'STMTREGFFCRITICALITY  7401'.
           05  FILLER                  PIC X(26) VALUE
               'MNTSTMTSKSTMT-ID      0130'.
           05  FILLER                  PIC X(26) VALUE
               'MNTSTMTSFTEXT         3150'.
           05  FILLER                  PIC X(26) VALUE
               'CHECKLSTKSUBSYSTEM    0108'.
           05  FILLER                  PIC X(26) VALUE
               'CHECKLSTKTABLE-NAME   0930'.
           05  FILLER                  PIC X(26) VALUE
               'CHECKLSTFMAX-MSEC     3905'.
           05  FILLER                  PIC X(26) VALUE
               'CHECKLSTFROWS-REQUIRED4401'.
           05  FILLER                  PIC X(26) VALUE
               'RCCNTL  KTABLE-NAME   0130'.
           05  FILLER                  PIC X(26) VALUE
               'RCCNTL  FMIN-ROWS     3109'.
           05  FILLER                  PIC X(26) VALUE
               'RCCNTL  FMAX-ROWS     4009'.
           05  FILLER                  PIC X(26) VALUE
               'SCHEDCTLKPROGRAM-ID   0108'.
           05  FILLER                  PIC X(26) VALUE
               'SCHEDCTLFPLANNED-START0906'.
           05  FILLER                  PIC X(26) VALUE
               'SCHEDCTLFDEADLINE     1506'.
           05  FILLER                  PIC X(26) VALUE
               'SCHEDCTLFPREDECESSOR  2108'.
           05  FILLER                  PIC X(26) VALUE
               'SCHEDCTLFPRED-MAX-WAIT2903'.
           05  FILLER                  PIC X(26) VALUE
               'SCHEDCTLFPRED-INTERVAL3203'.
           05  FILLER                  PIC X(26) VALUE
               'TBLALLOWKTABLE-NAME   0172'.
       01  DF-DEF-TABLE REDEFINES DF-DEF-VALUES.
           05  DF-DEF-ENTRY OCCURS 29 TIMES
                       INDEXED BY DF-DEF-IDX.
               10  DF-DEF-TAG          PIC X(08).
               10  DF-DEF-KIND         PIC X(01).
                   88  DF-DEF-IS-FIELD     VALUE 'F'.
               10  DF-DEF-NAME         PIC X(13).
               10  DF-DEF-START        PIC 9(02).
               10  DF-DEF-LENGTH       PIC 9(02).
       01  DF-DEF-COUNT                PIC 9(04) COMP VALUE 29.

      * Both copies of the file being compared: test in side 1,
      * production in side 2. An entry is its natural key, the
      * occurrence of that key within the copy, and the card.
       01  DF-MAX-ENTRIES              PIC 9(04) COMP VALUE 1000.
       01  DF-SIDE-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  DF-ENT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  DF-LOAD-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  DF-FIND-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  DF-SIDE-STATE.
           05  DF-SIDE OCCURS 2 TIMES.
               10  DF-SIDE-ALLOCATED   PIC X(01).
                   88  DF-SIDE-IS-ALLOCATED VALUE 'Y'.
               10  DF-SIDE-COUNT       PIC 9(04) COMP.
               10  DF-SIDE-OVERFLOW    PIC 9(05) COMP.
       01  DF-ENTRY-TABLE.
           05  DF-ENTRY-SIDE OCCURS 2 TIMES.
               10  DF-ENTRY OCCURS 1000 TIMES.
                   15  DF-ENT-KEY      PIC X(72).
                   15  DF-ENT-OCCURS   PIC 9(03).
                   15  DF-ENT-IMAGE    PIC X(80).
                   15  DF-ENT-MATCHED  PIC X(01).

      * Building one entry's key.
       01  DF-RECORD-IMAGE             PIC X(80).
       01  DF-BASE-KEY                 PIC X(72).
       01  DF-KEY-PART                 PIC X(72).
       01  DF-KEY-PTR                  PIC 9(04) COMP VALUE ZERO.
       01  DF-KEY-OCCURS               PIC 9(03) VALUE ZERO.
       01  DF-OVERPUNCH-X              PIC X(09).
       01  DF-OVERPUNCH-N REDEFINES DF-OVERPUNCH-X
                                       PIC S9(09).
       01  DF-LEADING-X                PIC X(10).
       01  DF-LEADING-N REDEFINES DF-LEADING-X
                                       PIC S9(09)
                                        SIGN LEADING SEPARATE.
       01  DF-SQLCODE-EDIT             PIC -(09)9.
       01  DF-LEAD-SPACES              PIC 9(04) COMP VALUE ZERO.

      * One difference being reported.
       01  DF-DISPLAY-KEY              PIC X(77).
       01  DF-DRIFT-KIND               PIC X(08).
       01  DF-DRIFT-FLAG               PIC X(08).
       01  DF-FIELD-NOW                PIC X(13).
       01  DF-TEST-IMAGE               PIC X(80).
       01  DF-PROD-IMAGE               PIC X(80).
       01  DF-FIELD-START              PIC 9(04) COMP VALUE ZERO.
       01  DF-FIELD-LENGTH             PIC 9(04) COMP VALUE ZERO.

      * Exception cards. A card past the table's size is not read
      * as an exception, so the difference it names is reported as
      * drift, never silently passed.
       01  DF-MAX-EXCEPTIONS           PIC 9(04) COMP VALUE 200.
       01  DF-EXC-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  DF-EXCEPTION-TABLE.
           05  DF-EXC-ENTRY OCCURS 200 TIMES
                       INDEXED BY DF-EXC-IDX.
               10  DF-EXC-IMAGE        PIC X(80).
               10  FILLER REDEFINES DF-EXC-IMAGE.
                   15  DF-EXC-FILE-TAG     PIC X(08).
                   15  FILLER              PIC X(01).
                   15  DF-EXC-FIELD-NAME   PIC X(13).
                   15  FILLER              PIC X(01).
                   15  DF-EXC-ENTRY-KEY    PIC X(57).
               10  DF-EXC-USED         PIC X(01).
                   88  DF-EXC-WAS-USED     VALUE 'Y'.

       01  DF-DRIFT-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  DF-EXCEPTED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  DF-BAD-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  DF-FILE-ADDED               PIC 9(05) COMP VALUE ZERO.
       01  DF-FILE-REMOVED             PIC 9(05) COMP VALUE ZERO.
       01  DF-FILE-CHANGED             PIC 9(05) COMP VALUE ZERO.
       01  DF-COUNT-DISP               PIC ZZ,ZZ9.
       01  DF-COUNT-DISP-2             PIC ZZ,ZZ9.
       01  DF-COUNT-DISP-3             PIC ZZ,ZZ9.
       01  DF-FINDING-TEXT             PIC X(50).

       01  DF-HEADING-1                PIC X(58) VALUE
           'CONTROL FILE DRIFT - TEST COPIES AGAINST PRODUCTION'.
       01  DF-HEADING-2                PIC X(58) VALUE
           'FILE     DRIFT    STATUS   KEY, FIELD AND VALUES'.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-EXCEPTIONS
           PERFORM COMPARE-FILE-PAIR THRU COMPARE-FILE-PAIR-EXIT
               VARYING DF-FILE-NBR FROM 1 BY 1
               UNTIL DF-FILE-NBR > DF-MAX-FILES
           PERFORM REPORT-UNUSED-EXCEPTIONS
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN DF-DRIFT-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN DF-EXCEPTED-COUNT > ZERO
               WHEN DF-BAD-CARD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

       LOAD-EXCEPTIONS.
           MOVE 'N' TO DF-EOF-SWITCH
           OPEN INPUT DRIFT-EXCEPTION-FILE
           IF DF-EXC-FILE-STATUS = '00'
               PERFORM READ-EXCEPTION-CARD
               PERFORM ADD-EXCEPTION-CARD THRU
                       ADD-EXCEPTION-CARD-EXIT
                   UNTIL DF-END-OF-INPUT
               CLOSE DRIFT-EXCEPTION-FILE
           ELSE
               MOVE SPACES TO RPT-REC
               MOVE 'DRIFTEXC NOT ALLOCATED - NO DIFFERENCE EXCEPTED'
                   TO RPT-REC
               WRITE RPT-REC
           END-IF.
       LOAD-EXCEPTIONS-EXIT.
           EXIT.

       READ-EXCEPTION-CARD.
           READ DRIFT-EXCEPTION-FILE
               AT END
                   SET DF-END-OF-INPUT TO TRUE
           END-READ.
       READ-EXCEPTION-CARD-EXIT.
           EXIT.

      * A card naming a file or field this program does not compare
      * would never match anything; it is reported at once rather
      * than left to show up as an unused exception.
       ADD-EXCEPTION-CARD.
           IF DRIFT-EXCEPTION-REC = SPACES
               OR DRIFT-EXCEPTION-REC(1:1) = '*'
               GO TO ADD-EXCEPTION-CARD-NEXT
           END-IF
           MOVE SPACES TO DF-FINDING-TEXT
           PERFORM VALIDATE-EXCEPTION-CARD
           IF DF-FINDING-TEXT NOT = SPACES
               PERFORM WRITE-BAD-EXCEPTION-CARD
               GO TO ADD-EXCEPTION-CARD-NEXT
           END-IF
           IF DF-EXC-COUNT NOT < DF-MAX-EXCEPTIONS
               MOVE 'EXCEPTION TABLE FULL - CARD IGNORED'
                   TO DF-FINDING-TEXT
               PERFORM WRITE-BAD-EXCEPTION-CARD
               GO TO ADD-EXCEPTION-CARD-NEXT
           END-IF
           ADD 1 TO DF-EXC-COUNT
           SET DF-EXC-IDX TO DF-EXC-COUNT
           MOVE DRIFT-EXCEPTION-REC TO DF-EXC-IMAGE(DF-EXC-IDX)
           IF DF-EXC-FIELD-NAME(DF-EXC-IDX) = '*'
               MOVE SPACES TO DF-EXC-FIELD-NAME(DF-EXC-IDX)
           END-IF
           MOVE 'N' TO DF-EXC-USED(DF-EXC-IDX).
       ADD-EXCEPTION-CARD-NEXT.
           PERFORM READ-EXCEPTION-CARD.
       ADD-EXCEPTION-CARD-EXIT.
           EXIT.

       VALIDATE-EXCEPTION-CARD.
           SET DF-ENTRY-NOT-FOUND TO TRUE
           PERFORM FIND-EXCEPTION-FILE THRU FIND-EXCEPTION-FILE-EXIT
               VARYING DF-FILE-NBR FROM 1 BY 1
               UNTIL DF-FILE-NBR > DF-MAX-FILES
                   OR DF-ENTRY-FOUND
           IF DF-ENTRY-NOT-FOUND
               MOVE 'FILE NOT ONE THAT IS COMPARED' TO DF-FINDING-TEXT
           ELSE
               IF DFX-ENTRY-KEY = SPACES
                   MOVE 'NO KEY - USE * FOR EVERY ENTRY'
                       TO DF-FINDING-TEXT
               END-IF
               IF DFX-FIELD-NAME NOT = SPACES
                   AND DFX-FIELD-NAME NOT = '*'
                   SET DF-ENTRY-NOT-FOUND TO TRUE
                   PERFORM FIND-EXCEPTION-FIELD THRU
                           FIND-EXCEPTION-FIELD-EXIT
                       VARYING DF-DEF-IDX FROM 1 BY 1
                       UNTIL DF-DEF-IDX > DF-DEF-COUNT
                           OR DF-ENTRY-FOUND
                   IF DF-ENTRY-NOT-FOUND
                       MOVE 'FIELD NOT COMPARED FOR THIS FILE'
                           TO DF-FINDING-TEXT
                   END-IF
               END-IF
           END-IF.
       VALIDATE-EXCEPTION-CARD-EXIT.
           EXIT.

       FIND-EXCEPTION-FILE.
           IF DF-FILE-TAG(DF-FILE-NBR) = DFX-FILE-TAG
               SET DF-ENTRY-FOUND TO TRUE
           END-IF.
       FIND-EXCEPTION-FILE-EXIT.
           EXIT.

       FIND-EXCEPTION-FIELD.
           IF DF-DEF-TAG(DF-DEF-IDX) = DFX-FILE-TAG
               AND DF-DEF-IS-FIELD(DF-DEF-IDX)
               AND DF-DEF-NAME(DF-DEF-IDX) = DFX-FIELD-NAME
               SET DF-ENTRY-FOUND TO TRUE
           END-IF.
       FIND-EXCEPTION-FIELD-EXIT.
           EXIT.

       WRITE-BAD-EXCEPTION-CARD.
           ADD 1 TO DF-BAD-CARD-COUNT
           MOVE SPACES TO RPT-REC
           STRING 'DRIFTEXC ' DELIMITED BY SIZE
                   DF-FINDING-TEXT DELIMITED BY '  '
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '         CARD: ' DELIMITED BY SIZE
                   DRIFT-EXCEPTION-REC DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-BAD-EXCEPTION-CARD-EXIT.
           EXIT.

      * One file pair: load both copies, then walk the test copy
      * looking each entry up in production, then report whatever
      * production has left over.
       COMPARE-FILE-PAIR.
           MOVE DF-FILE-TAG(DF-FILE-NBR) TO DF-FILE-TAG-NOW
           MOVE ZERO TO DF-FILE-ADDED
           MOVE ZERO TO DF-FILE-REMOVED
           MOVE ZERO TO DF-FILE-CHANGED
           MOVE 1 TO DF-SIDE-SUB
           PERFORM LOAD-SIDE THRU LOAD-SIDE-EXIT
           MOVE 2 TO DF-SIDE-SUB
           PERFORM LOAD-SIDE THRU LOAD-SIDE-EXIT
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           IF NOT DF-SIDE-IS-ALLOCATED(1)
               AND NOT DF-SIDE-IS-ALLOCATED(2)
               MOVE SPACES TO RPT-REC
               STRING DF-FILE-TAG-NOW DELIMITED BY SIZE
                       ' NOT ALLOCATED - SKIPPED' DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               GO TO COMPARE-FILE-PAIR-EXIT
           END-IF
           IF NOT DF-SIDE-IS-ALLOCATED(1)
               MOVE 1 TO DF-SIDE-SUB
               PERFORM NOTE-COPY-MISSING
               GO TO COMPARE-FILE-PAIR-EXIT
           END-IF
           IF NOT DF-SIDE-IS-ALLOCATED(2)
               MOVE 2 TO DF-SIDE-SUB
               PERFORM NOTE-COPY-MISSING
               GO TO COMPARE-FILE-PAIR-EXIT
           END-IF
           PERFORM MATCH-TEST-ENTRY THRU MATCH-TEST-ENTRY-EXIT
               VARYING DF-ENT-SUB FROM 1 BY 1
               UNTIL DF-ENT-SUB > DF-SIDE-COUNT(1)
           PERFORM NOTE-REMOVED-ENTRY THRU NOTE-REMOVED-ENTRY-EXIT
               VARYING DF-ENT-SUB FROM 1 BY 1
               UNTIL DF-ENT-SUB > DF-SIDE-COUNT(2)
           MOVE 1 TO DF-SIDE-SUB
           PERFORM NOTE-SIDE-OVERFLOW
           MOVE 2 TO DF-SIDE-SUB
           PERFORM NOTE-SIDE-OVERFLOW
           PERFORM WRITE-FILE-SUMMARY.
       COMPARE-FILE-PAIR-EXIT.
           EXIT.

       NOTE-COPY-MISSING.
           ADD 1 TO DF-DRIFT-COUNT
           MOVE SPACES TO RPT-REC
           STRING DF-FILE-TAG-NOW DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DF-FILE-DD-NAME(DF-FILE-NBR, DF-SIDE-SUB)
                       DELIMITED BY SPACE
                   ' NOT ALLOCATED - PAIR NOT COMPARED **'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       NOTE-COPY-MISSING-EXIT.
           EXIT.

      * Entries past the table were not compared, so the pair
      * cannot be signed off as it stands.
       NOTE-SIDE-OVERFLOW.
           IF DF-SIDE-OVERFLOW(DF-SIDE-SUB) > ZERO
               ADD 1 TO DF-DRIFT-COUNT
               MOVE DF-SIDE-OVERFLOW(DF-SIDE-SUB) TO DF-COUNT-DISP
               MOVE SPACES TO RPT-REC
               STRING DF-FILE-TAG-NOW DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DF-FILE-DD-NAME(DF-FILE-NBR, DF-SIDE-SUB)
                           DELIMITED BY SPACE
                       ' TABLE FULL -' DELIMITED BY SIZE
                       DF-COUNT-DISP DELIMITED BY SIZE
                       ' ENTRIES NOT COMPARED **' DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.
       NOTE-SIDE-OVERFLOW-EXIT.
           EXIT.

       LOAD-SIDE.
           MOVE ZERO TO DF-SIDE-COUNT(DF-SIDE-SUB)
           MOVE ZERO TO DF-SIDE-OVERFLOW(DF-SIDE-SUB)
           MOVE 'N' TO DF-SIDE-ALLOCATED(DF-SIDE-SUB)
           PERFORM OPEN-SIDE-FILE
           IF DF-PAIR-FILE-STATUS NOT = '00'
               GO TO LOAD-SIDE-EXIT
           END-IF
           MOVE 'Y' TO DF-SIDE-ALLOCATED(DF-SIDE-SUB)
           MOVE 'N' TO DF-EOF-SWITCH
           PERFORM READ-SIDE-FILE
           PERFORM ADD-SIDE-ENTRY THRU ADD-SIDE-ENTRY-EXIT
               UNTIL DF-END-OF-INPUT
           PERFORM CLOSE-SIDE-FILE.
       LOAD-SIDE-EXIT.
           EXIT.

       OPEN-SIDE-FILE.
           EVALUATE DF-FILE-NBR ALSO DF-SIDE-SUB
               WHEN 1 ALSO 1
                   OPEN INPUT TEST-XCTL-FILE
               WHEN 1 ALSO 2
                   OPEN INPUT PROD-XCTL-FILE
               WHEN 2 ALSO 1
                   OPEN INPUT TEST-ALRT-FILE
               WHEN 2 ALSO 2
                   OPEN INPUT PROD-ALRT-FILE
               WHEN 3 ALSO 1
                   OPEN INPUT TEST-SREG-FILE
               WHEN 3 ALSO 2
                   OPEN INPUT PROD-SREG-FILE
               WHEN 4 ALSO 1
                   OPEN INPUT TEST-MNTS-FILE
               WHEN 4 ALSO 2
                   OPEN INPUT PROD-MNTS-FILE
               WHEN 5 ALSO 1
                   OPEN INPUT TEST-CHKL-FILE
               WHEN 5 ALSO 2
                   OPEN INPUT PROD-CHKL-FILE
               WHEN 6 ALSO 1
                   OPEN INPUT TEST-RCCN-FILE
               WHEN 6 ALSO 2
                   OPEN INPUT PROD-RCCN-FILE
               WHEN 7 ALSO 1
                   OPEN INPUT TEST-SCHD-FILE
               WHEN 7 ALSO 2
                   OPEN INPUT PROD-SCHD-FILE
               WHEN 8 ALSO 1
                   OPEN INPUT TEST-ALLW-FILE
               WHEN 8 ALSO 2
                   OPEN INPUT PROD-ALLW-FILE
           END-EVALUATE.
       OPEN-SIDE-FILE-EXIT.
           EXIT.

       READ-SIDE-FILE.
           MOVE SPACES TO DF-RECORD-IMAGE
           EVALUATE DF-FILE-NBR ALSO DF-SIDE-SUB
               WHEN 1 ALSO 1
                   READ TEST-XCTL-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 1 ALSO 2
                   READ PROD-XCTL-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 2 ALSO 1
                   READ TEST-ALRT-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 2 ALSO 2
                   READ PROD-ALRT-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 3 ALSO 1
                   READ TEST-SREG-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 3 ALSO 2
                   READ PROD-SREG-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 4 ALSO 1
                   READ TEST-MNTS-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 4 ALSO 2
                   READ PROD-MNTS-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 5 ALSO 1
                   READ TEST-CHKL-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 5 ALSO 2
                   READ PROD-CHKL-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 6 ALSO 1
                   READ TEST-RCCN-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 6 ALSO 2
                   READ PROD-RCCN-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 7 ALSO 1
                   READ TEST-SCHD-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 7 ALSO 2
                   READ PROD-SCHD-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 8 ALSO 1
                   READ TEST-ALLW-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
               WHEN 8 ALSO 2
                   READ PROD-ALLW-FILE INTO DF-RECORD-IMAGE
                       AT END SET DF-END-OF-INPUT TO TRUE
                   END-READ
           END-EVALUATE.
       READ-SIDE-FILE-EXIT.
           EXIT.

       CLOSE-SIDE-FILE.
           EVALUATE DF-FILE-NBR ALSO DF-SIDE-SUB
               WHEN 1 ALSO 1
                   CLOSE TEST-XCTL-FILE
               WHEN 1 ALSO 2
                   CLOSE PROD-XCTL-FILE
               WHEN 2 ALSO 1
                   CLOSE TEST-ALRT-FILE
               WHEN 2 ALSO 2
                   CLOSE PROD-ALRT-FILE
               WHEN 3 ALSO 1
                   CLOSE TEST-SREG-FILE
               WHEN 3 ALSO 2
                   CLOSE PROD-SREG-FILE
               WHEN 4 ALSO 1
                   CLOSE TEST-MNTS-FILE
               WHEN 4 ALSO 2
                   CLOSE PROD-MNTS-FILE
               WHEN 5 ALSO 1
                   CLOSE TEST-CHKL-FILE
               WHEN 5 ALSO 2
                   CLOSE PROD-CHKL-FILE
               WHEN 6 ALSO 1
                   CLOSE TEST-RCCN-FILE
               WHEN 6 ALSO 2
                   CLOSE PROD-RCCN-FILE
               WHEN 7 ALSO 1
                   CLOSE TEST-SCHD-FILE
               WHEN 7 ALSO 2
                   CLOSE PROD-SCHD-FILE
               WHEN 8 ALSO 1
                   CLOSE TEST-ALLW-FILE
               WHEN 8 ALSO 2
                   CLOSE PROD-ALLW-FILE
           END-EVALUATE.
       CLOSE-SIDE-FILE-EXIT.
           EXIT.

       ADD-SIDE-ENTRY.
           IF DF-RECORD-IMAGE = SPACES
               GO TO ADD-SIDE-ENTRY-NEXT
           END-IF
           IF DF-SIDE-COUNT(DF-SIDE-SUB) NOT < DF-MAX-ENTRIES
               ADD 1 TO DF-SIDE-OVERFLOW(DF-SIDE-SUB)
               GO TO ADD-SIDE-ENTRY-NEXT
           END-IF
           PERFORM BUILD-ENTRY-KEY
           MOVE 1 TO DF-KEY-OCCURS
           PERFORM COUNT-KEY-OCCURRENCE THRU
                   COUNT-KEY-OCCURRENCE-EXIT
               VARYING DF-LOAD-SUB FROM 1 BY 1
               UNTIL DF-LOAD-SUB > DF-SIDE-COUNT(DF-SIDE-SUB)
           ADD 1 TO DF-SIDE-COUNT(DF-SIDE-SUB)
           MOVE DF-SIDE-COUNT(DF-SIDE-SUB) TO DF-LOAD-SUB
           MOVE DF-BASE-KEY TO DF-ENT-KEY(DF-SIDE-SUB, DF-LOAD-SUB)
           MOVE DF-KEY-OCCURS
               TO DF-ENT-OCCURS(DF-SIDE-SUB, DF-LOAD-SUB)
           MOVE DF-RECORD-IMAGE
               TO DF-ENT-IMAGE(DF-SIDE-SUB, DF-LOAD-SUB)
           MOVE 'N' TO DF-ENT-MATCHED(DF-SIDE-SUB, DF-LOAD-SUB).
       ADD-SIDE-ENTRY-NEXT.
           PERFORM READ-SIDE-FILE.
       ADD-SIDE-ENTRY-EXIT.
           EXIT.

       COUNT-KEY-OCCURRENCE.
           IF DF-ENT-KEY(DF-SIDE-SUB, DF-LOAD-SUB) = DF-BASE-KEY
               ADD 1 TO DF-KEY-OCCURS
           END-IF.
       COUNT-KEY-OCCURRENCE-EXIT.
           EXIT.

       BUILD-ENTRY-KEY.
           MOVE SPACES TO DF-BASE-KEY
           MOVE 1 TO DF-KEY-PTR
           PERFORM ADD-KEY-PART THRU ADD-KEY-PART-EXIT
               VARYING DF-DEF-IDX FROM 1 BY 1
               UNTIL DF-DEF-IDX > DF-DEF-COUNT.
       BUILD-ENTRY-KEY-EXIT.
           EXIT.

      * A blank key part is shown as '-' so the parts after it keep
      * their place in the key.
       ADD-KEY-PART.
           IF DF-DEF-TAG(DF-DEF-IDX) NOT = DF-FILE-TAG-NOW
               OR DF-DEF-IS-FIELD(DF-DEF-IDX)
               GO TO ADD-KEY-PART-EXIT
           END-IF
           MOVE DF-DEF-START(DF-DEF-IDX) TO DF-FIELD-START
           MOVE DF-DEF-LENGTH(DF-DEF-IDX) TO DF-FIELD-LENGTH
           MOVE SPACES TO DF-KEY-PART
           EVALUATE DF-DEF-KIND(DF-DEF-IDX)
               WHEN 'S'
                   MOVE DF-RECORD-IMAGE(DF-FIELD-START:9)
                       TO DF-OVERPUNCH-X
                   IF DF-OVERPUNCH-N IS NUMERIC
                       MOVE DF-OVERPUNCH-N TO DF-SQLCODE-EDIT
                       PERFORM LEFT-JUSTIFY-SQLCODE
                   ELSE
                       MOVE DF-OVERPUNCH-X TO DF-KEY-PART
                   END-IF
               WHEN 'L'
                   MOVE DF-RECORD-IMAGE(DF-FIELD-START:10)
                       TO DF-LEADING-X
                   IF DF-LEADING-N IS NUMERIC
                       MOVE DF-LEADING-N TO DF-SQLCODE-EDIT
                       PERFORM LEFT-JUSTIFY-SQLCODE
                   ELSE
                       MOVE DF-LEADING-X TO DF-KEY-PART
                   END-IF
               WHEN OTHER
                   MOVE DF-RECORD-IMAGE(DF-FIELD-START:DF-FIELD-LENGTH)
                       TO DF-KEY-PART
           END-EVALUATE
           IF DF-KEY-PART = SPACES
               MOVE '-' TO DF-KEY-PART
           END-IF
           IF DF-KEY-PTR > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO DF-BASE-KEY
                   WITH POINTER DF-KEY-PTR
               END-STRING
           END-IF
           STRING DF-KEY-PART DELIMITED BY '  '
               INTO DF-BASE-KEY
               WITH POINTER DF-KEY-PTR
           END-STRING.
       ADD-KEY-PART-EXIT.
           EXIT.

       LEFT-JUSTIFY-SQLCODE.
           MOVE ZERO TO DF-LEAD-SPACES
           INSPECT DF-SQLCODE-EDIT
               TALLYING DF-LEAD-SPACES FOR LEADING SPACES
           MOVE DF-SQLCODE-EDIT(DF-LEAD-SPACES + 1:) TO DF-KEY-PART.
       LEFT-JUSTIFY-SQLCODE-EXIT.
           EXIT.

      * The key as the report prints it and the exception cards
      * name it: the occurrence is shown only past the first.
       SET-DISPLAY-KEY.
           MOVE SPACES TO DF-DISPLAY-KEY
           IF DF-ENT-OCCURS(DF-SIDE-SUB, DF-ENT-SUB) > 1
               STRING DF-ENT-KEY(DF-SIDE-SUB, DF-ENT-SUB)
                           DELIMITED BY '  '
                       ' #' DELIMITED BY SIZE
                       DF-ENT-OCCURS(DF-SIDE-SUB, DF-ENT-SUB)
                           DELIMITED BY SIZE
                   INTO DF-DISPLAY-KEY
               END-STRING
           ELSE
               MOVE DF-ENT-KEY(DF-SIDE-SUB, DF-ENT-SUB)
                   TO DF-DISPLAY-KEY
           END-IF.
       SET-DISPLAY-KEY-EXIT.
           EXIT.

       MATCH-TEST-ENTRY.
           MOVE 1 TO DF-SIDE-SUB
           PERFORM SET-DISPLAY-KEY
           MOVE DF-ENT-IMAGE(1, DF-ENT-SUB) TO DF-TEST-IMAGE
           SET DF-ENTRY-NOT-FOUND TO TRUE
           PERFORM FIND-PROD-ENTRY THRU FIND-PROD-ENTRY-EXIT
               VARYING DF-FIND-SUB FROM 1 BY 1
               UNTIL DF-FIND-SUB > DF-SIDE-COUNT(2)
                   OR DF-ENTRY-FOUND
           IF DF-ENTRY-NOT-FOUND
               ADD 1 TO DF-FILE-ADDED
               MOVE 'ADDED' TO DF-DRIFT-KIND
               PERFORM NOTE-ENTRY-DRIFT
               GO TO MATCH-TEST-ENTRY-EXIT
           END-IF
           MOVE 'N' TO DF-CHANGED-SWITCH
           PERFORM COMPARE-ONE-FIELD THRU COMPARE-ONE-FIELD-EXIT
               VARYING DF-DEF-IDX FROM 1 BY 1
               UNTIL DF-DEF-IDX > DF-DEF-COUNT
           IF DF-ENTRY-CHANGED
               ADD 1 TO DF-FILE-CHANGED
           END-IF.
       MATCH-TEST-ENTRY-EXIT.
           EXIT.

       FIND-PROD-ENTRY.
           IF DF-ENT-MATCHED(2, DF-FIND-SUB) = 'N'
               AND DF-ENT-KEY(2, DF-FIND-SUB)
                   = DF-ENT-KEY(1, DF-ENT-SUB)
               AND DF-ENT-OCCURS(2, DF-FIND-SUB)
                   = DF-ENT-OCCURS(1, DF-ENT-SUB)
               SET DF-ENTRY-FOUND TO TRUE
               MOVE 'Y' TO DF-ENT-MATCHED(2, DF-FIND-SUB)
               MOVE DF-ENT-IMAGE(2, DF-FIND-SUB) TO DF-PROD-IMAGE
           END-IF.
       FIND-PROD-ENTRY-EXIT.
           EXIT.

       NOTE-REMOVED-ENTRY.
           IF DF-ENT-MATCHED(2, DF-ENT-SUB) = 'Y'
               GO TO NOTE-REMOVED-ENTRY-EXIT
           END-IF
           MOVE 2 TO DF-SIDE-SUB
           PERFORM SET-DISPLAY-KEY
           MOVE DF-ENT-IMAGE(2, DF-ENT-SUB) TO DF-PROD-IMAGE
           ADD 1 TO DF-FILE-REMOVED
           MOVE 'REMOVED' TO DF-DRIFT-KIND
           PERFORM NOTE-ENTRY-DRIFT.
       NOTE-REMOVED-ENTRY-EXIT.
           EXIT.

      * An entry on one side only: the key line, then the card.
       NOTE-ENTRY-DRIFT.
           MOVE SPACES TO DF-FIELD-NOW
           PERFORM CHECK-EXCEPTION
           MOVE SPACES TO RPT-REC
           STRING DF-FILE-TAG-NOW DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DF-DRIFT-KIND DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DF-DRIFT-FLAG DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DF-DISPLAY-KEY DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF DF-DRIFT-KIND = 'ADDED'
               STRING '                  CARD: ' DELIMITED BY SIZE
                       DF-TEST-IMAGE DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
           ELSE
               STRING '                  CARD: ' DELIMITED BY SIZE
                       DF-PROD-IMAGE DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC.
       NOTE-ENTRY-DRIFT-EXIT.
           EXIT.

      * One field of an entry on both sides. The entry's key line
      * goes out ahead of its first differing field.
       COMPARE-ONE-FIELD.
           IF DF-DEF-TAG(DF-DEF-IDX) NOT = DF-FILE-TAG-NOW
               OR NOT DF-DEF-IS-FIELD(DF-DEF-IDX)
               GO TO COMPARE-ONE-FIELD-EXIT
           END-IF
           MOVE DF-DEF-START(DF-DEF-IDX) TO DF-FIELD-START
           MOVE DF-DEF-LENGTH(DF-DEF-IDX) TO DF-FIELD-LENGTH
           IF DF-TEST-IMAGE(DF-FIELD-START:DF-FIELD-LENGTH)
               = DF-PROD-IMAGE(DF-FIELD-START:DF-FIELD-LENGTH)
               GO TO COMPARE-ONE-FIELD-EXIT
           END-IF
           IF NOT DF-ENTRY-CHANGED
               SET DF-ENTRY-CHANGED TO TRUE
               MOVE SPACES TO RPT-REC
               STRING DF-FILE-TAG-NOW DELIMITED BY SIZE
                       ' CHANGED           ' DELIMITED BY SIZE
                       DF-DISPLAY-KEY DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           MOVE DF-DEF-NAME(DF-DEF-IDX) TO DF-FIELD-NOW
           PERFORM CHECK-EXCEPTION
           MOVE SPACES TO RPT-REC
           STRING '                  ' DELIMITED BY SIZE
                   DF-DRIFT-FLAG DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DF-FIELD-NOW DELIMITED BY SIZE
                   ' TEST: ' DELIMITED BY SIZE
                   DF-TEST-IMAGE(DF-FIELD-START:DF-FIELD-LENGTH)
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING '                                        '
                       DELIMITED BY SIZE
                   ' PROD: ' DELIMITED BY SIZE
                   DF-PROD-IMAGE(DF-FIELD-START:DF-FIELD-LENGTH)
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       COMPARE-ONE-FIELD-EXIT.
           EXIT.

      * Every card that covers the difference is marked used, so a
      * narrow card behind a broad one is not reported as unused.
       CHECK-EXCEPTION.
           MOVE 'N' TO DF-EXCEPTED-SWITCH
           PERFORM SCAN-EXCEPTION THRU SCAN-EXCEPTION-EXIT
               VARYING DF-EXC-IDX FROM 1 BY 1
               UNTIL DF-EXC-IDX > DF-EXC-COUNT
           IF DF-DIFFERENCE-EXCEPTED
               ADD 1 TO DF-EXCEPTED-COUNT
               MOVE 'EXCEPTED' TO DF-DRIFT-FLAG
           ELSE
               ADD 1 TO DF-DRIFT-COUNT
               MOVE '**' TO DF-DRIFT-FLAG
           END-IF.
       CHECK-EXCEPTION-EXIT.
           EXIT.

       SCAN-EXCEPTION.
           IF DF-EXC-FILE-TAG(DF-EXC-IDX) NOT = DF-FILE-TAG-NOW
               GO TO SCAN-EXCEPTION-EXIT
           END-IF
           IF DF-EXC-ENTRY-KEY(DF-EXC-IDX) NOT = '*'
               AND DF-EXC-ENTRY-KEY(DF-EXC-IDX)
                   NOT = DF-DISPLAY-KEY(1:57)
               GO TO SCAN-EXCEPTION-EXIT
           END-IF
      * A card holds only the first 57 columns of a key: one that
      * matched them would cover every longer key sharing them.
           IF DF-EXC-ENTRY-KEY(DF-EXC-IDX) NOT = '*'
               AND DF-DISPLAY-KEY(58:20) NOT = SPACES
               GO TO SCAN-EXCEPTION-EXIT
           END-IF
           IF DF-EXC-FIELD-NAME(DF-EXC-IDX) NOT = SPACES
               AND DF-EXC-FIELD-NAME(DF-EXC-IDX) NOT = DF-FIELD-NOW
               GO TO SCAN-EXCEPTION-EXIT
           END-IF
           SET DF-DIFFERENCE-EXCEPTED TO TRUE
           MOVE 'Y' TO DF-EXC-USED(DF-EXC-IDX).
       SCAN-EXCEPTION-EXIT.
           EXIT.

       WRITE-FILE-SUMMARY.
           MOVE DF-SIDE-COUNT(1) TO DF-COUNT-DISP
           MOVE DF-SIDE-COUNT(2) TO DF-COUNT-DISP-2
           MOVE SPACES TO RPT-REC
           STRING DF-FILE-TAG-NOW DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DF-COUNT-DISP DELIMITED BY SIZE
                   ' TEST ENTRIES' DELIMITED BY SIZE
                   DF-COUNT-DISP-2 DELIMITED BY SIZE
                   ' PROD ENTRIES' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DF-FILE-ADDED TO DF-COUNT-DISP
           MOVE DF-FILE-REMOVED TO DF-COUNT-DISP-2
           MOVE DF-FILE-CHANGED TO DF-COUNT-DISP-3
           MOVE SPACES TO RPT-REC
           STRING '        ' DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DF-COUNT-DISP DELIMITED BY SIZE
                   ' ADDED      ' DELIMITED BY SIZE
                   DF-COUNT-DISP-2 DELIMITED BY SIZE
                   ' REMOVED     ' DELIMITED BY SIZE
                   DF-COUNT-DISP-3 DELIMITED BY SIZE
                   ' CHANGED' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-FILE-SUMMARY-EXIT.
           EXIT.

       REPORT-UNUSED-EXCEPTIONS.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE 'EXCEPTION NOT USED - DIFFERENCE NO LONGER THERE'
               TO DF-FINDING-TEXT
           PERFORM REPORT-UNUSED-CARD THRU REPORT-UNUSED-CARD-EXIT
               VARYING DF-EXC-IDX FROM 1 BY 1
               UNTIL DF-EXC-IDX > DF-EXC-COUNT.
       REPORT-UNUSED-EXCEPTIONS-EXIT.
           EXIT.

       REPORT-UNUSED-CARD.
           IF DF-EXC-WAS-USED(DF-EXC-IDX)
               GO TO REPORT-UNUSED-CARD-EXIT
           END-IF
           MOVE DF-EXC-IMAGE(DF-EXC-IDX) TO DRIFT-EXCEPTION-REC
           PERFORM WRITE-BAD-EXCEPTION-CARD.
       REPORT-UNUSED-CARD-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE DF-HEADING-1 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE DF-HEADING-2 TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE DF-DRIFT-COUNT TO DF-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING DF-COUNT-DISP DELIMITED BY SIZE
                   ' UNEXPECTED DIFFERENCES' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DF-EXCEPTED-COUNT TO DF-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING DF-COUNT-DISP DELIMITED BY SIZE
                   ' EXCEPTED DIFFERENCES' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE DF-BAD-CARD-COUNT TO DF-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING DF-COUNT-DISP DELIMITED BY SIZE
                   ' EXCEPTION CARDS NOT USED OR NOT VALID'
                       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF DF-DRIFT-COUNT > ZERO
               MOVE 'PROMOTION HELD - RESOLVE OR EXCEPT THE DRIFT'
                   TO RPT-REC
           ELSE
               MOVE 'NO UNEXPECTED DRIFT - READY FOR SIGN-OFF'
                   TO RPT-REC
           END-IF
           WRITE RPT-REC.
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
