       IDENTIFICATION DIVISION.
       PROGRAM-ID. Db2BeforeImageRestore.

      * Puts back the rows one Db2Example maintenance entry changed,
      * from the before-image set the entry wrote to BIMAGE (XBIMFD)
      * just ahead of its UPDATE or DELETE. A prune that took the
      * wrong rows used to mean an image-copy recovery of the whole
      * table; this puts back exactly the rows the statement touched
      * and nothing else.
      *
      * Control cards (RSTRCTL) are keyword in 1-8, value from 9,
      * the DISPCTL shape:
      *   RUN      the run's start timestamp as it stands on the
      *            set (YYYYMMDD-HHMMSSss, from the run journal)
      *   STMT     the registry statement id
      *   KEY      one key column of the table, one card per column
      *            (up to ten) - needed only to restore an UPDATE
      *   *        comment
      * RUN and STMT are both required. The set restored is the last
      * one on BIMAGE for that run and statement that carries its
      * 'Z' trailer - a set without one was rolled back (deadlock
      * retry, guard trip, abend) and changed nothing.
      *
      * A DELETE set is put back by INSERTing every captured row; a
      * row that is already there (-803) is counted ALREADY PRESENT
      * and left as it is. An UPDATE set is put back by UPDATEing
      * every non-key column to its captured value WHERE the KEY
      * columns equal theirs; a row no longer there (+100) is counted
      * NOT FOUND. A key that matches more than one row means the
      * KEY cards do not name the table's key, and the restore stops
      * rather than overwrite rows the statement never touched.
      *
      * The whole restore is one unit of work: any SQL failure
      * (deadlock and timeout included) rolls every row back and the
      * run ends RC 12 with nothing restored, so a resubmit starts
      * clean. The control report (RSTRPT) sets rows restored against
      * rows captured. RC 0 - every captured row restored; RC 4 -
      * restored, but some rows already present or not found; RC 8 -
      * nothing restored, a card or set problem; RC 12 - nothing
      * restored, an SQL failure. SQL errors are handled inline, as
      * in Db2RefTableSync, so the report is always written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-CONTROL-FILE ASSIGN TO RSTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-CTL-FILE-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO BIMAGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-BIM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTORE-CONTROL-FILE
           RECORDING MODE IS F.
       01  RESTORE-CONTROL-REC.
           05  BRC-KEYWORD             PIC X(08).
           05  BRC-VALUE               PIC X(72).

       COPY XBIMFD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  RPT-REC                     PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  BR-CTL-FILE-STATUS          PIC X(02) VALUE '00'.
       01  BR-BIM-FILE-STATUS          PIC X(02) VALUE '00'.
       01  BR-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  BR-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  BR-END-OF-CONTROL           VALUE 'Y'.
       01  BR-BIM-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  BR-END-OF-IMAGE             VALUE 'Y'.
           88  BR-MORE-IMAGE               VALUE 'N'.
       01  BR-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
       01  BR-STOP-SWITCH              PIC X(01) VALUE 'N'.
           88  BR-STOPPED                  VALUE 'Y'.
           88  BR-CARRY-ON                 VALUE 'N'.
       01  BR-STOP-REASON              PIC X(50) VALUE SPACES.
       01  BR-FAILED-SQLCODE           PIC S9(09) VALUE ZERO.
       01  BR-ROW-DISPOSITION          PIC X(40) VALUE SPACES.

      * What the cards asked for.
       01  BR-RUN-TIMESTAMP            PIC X(17) VALUE SPACES.
       01  BR-STMT-ID                  PIC X(30) VALUE SPACES.
       01  BR-MAX-KEYS                 PIC 9(04) COMP VALUE 10.
       01  BR-KEY-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  BR-KEY-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  BR-KEY-TABLE.
           05  BR-KEY-ENTRY OCCURS 10 TIMES.
               10  BR-KEY-NAME             PIC X(30).
               10  BR-KEY-COL-NBR          PIC 9(04) COMP.

      * The set. The first pass over BIMAGE counts the sets for the
      * run and statement and remembers which one has the last
      * trailer; the second pass restores that one, row by row, as
      * each row's last 'V' record arrives.
       01  BR-SETS-SEEN                PIC 9(04) COMP VALUE ZERO.
       01  BR-GOOD-SET                 PIC 9(04) COMP VALUE ZERO.
       01  BR-SET-STATE-SWITCH         PIC X(01) VALUE 'O'.
           88  BR-OUTSIDE-SET              VALUE 'O'.
           88  BR-INSIDE-SET               VALUE 'I'.
           88  BR-SET-DONE                 VALUE 'D'.
       01  BR-ROWS-CAPTURED            PIC 9(07) VALUE ZERO.
       01  BR-ROWS-AFFECTED            PIC 9(09) VALUE ZERO.
       01  BR-TABLE-NAME               PIC X(72) VALUE SPACES.
       01  BR-VERB                     PIC X(06) VALUE SPACES.
       01  BR-ROW-NBR                  PIC 9(07) VALUE ZERO.
       01  BR-ROWS-READ                PIC 9(07) COMP VALUE ZERO.
       01  BR-ROWS-RESTORED            PIC 9(07) COMP VALUE ZERO.
       01  BR-ROWS-PRESENT             PIC 9(07) COMP VALUE ZERO.
       01  BR-ROWS-NOT-FOUND           PIC 9(07) COMP VALUE ZERO.

      * The captured columns and the buffers each row is loaded into;
      * the input SQLDA points straight at these, so loading a row is
      * all it takes to set the statement's parameter markers.
       01  BR-MAX-COLUMNS              PIC 9(04) COMP VALUE 20.
       01  BR-COL-COUNT                PIC 9(04) COMP VALUE ZERO.
       01  BR-COL-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  BR-COLUMN-TABLE.
           05  BR-COL-ENTRY OCCURS 20 TIMES.
               10  BR-COL-NAME             PIC X(30).
               10  BR-COL-CLASS            PIC X(01).
                   88  BR-COL-IS-CHAR          VALUE 'C'.
                   88  BR-COL-IS-DEC           VALUE 'D'.
               10  BR-COL-PRECISION        PIC 9(02).
               10  BR-COL-SCALE            PIC 9(02).
               10  BR-COL-KEY-SWITCH       PIC X(01).
                   88  BR-COL-IS-KEY           VALUE 'K'.
                   88  BR-COL-NOT-KEY          VALUE ' '.
               10  BR-COL-VARCHAR.
                   15  BR-COL-CHAR-LEN     PIC S9(04) COMP-5.
                   15  BR-COL-CHAR-TEXT    PIC X(250).
               10  BR-COL-PACKED.
                   15  BR-COL-DEC-BUF      PIC S9(31) COMP-3.
               10  BR-COL-PACKED-R REDEFINES BR-COL-PACKED.
                   15  BR-COL-DEC-BYTE     PIC X(01) OCCURS 16 TIMES.
               10  BR-COL-NULL-IND         PIC S9(04) COMP-5.

      * The restore statement and its input SQLDA, coded by hand the
      * way Db2GenericExtract codes its output one. Parameter marker
      * n takes column BR-MARKER-COL(n).
       01  BR-STMT-SWITCH              PIC X(01) VALUE 'N'.
           88  BR-STMT-READY               VALUE 'Y'.
           88  BR-STMT-NOT-READY           VALUE 'N'.
       01  BR-SQL-TEXT                 PIC X(1000).
       01  BR-SQL-PTR                  PIC S9(04) COMP.
       01  BR-MARKER-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  BR-MARKER-SUB               PIC 9(04) COMP VALUE ZERO.
       01  BR-MARKER-MAP.
           05  BR-MARKER-COL           PIC 9(04) COMP OCCURS 20 TIMES.
       01  BR-OFFSET                   PIC S9(04) COMP.
       01  BR-SQLDA.
           05  BR-SQLDAID              PIC X(08) VALUE 'SQLDA   '.
           05  BR-SQLDABC              PIC S9(09) COMP-5 VALUE 896.
           05  BR-SQLN                 PIC S9(04) COMP-5 VALUE 20.
           05  BR-SQLD                 PIC S9(04) COMP-5 VALUE ZERO.
           05  BR-SQLVAR-ENTRY OCCURS 20 TIMES.
               10  BR-SQLTYPE          PIC S9(04) COMP-5.
               10  BR-SQLLEN           PIC S9(04) COMP-5.
               10  BR-SQLDATA          POINTER.
               10  BR-SQLIND           POINTER.
               10  BR-SQLNAME.
                   15  BR-SQLNAMEL     PIC S9(04) COMP-5.
                   15  BR-SQLNAMEC     PIC X(30).

       01  BR-COUNT-DISP               PIC Z,ZZZ,ZZ9.
       01  BR-AFFECTED-DISP            PIC ZZZ,ZZZ,ZZ9.
       01  BR-SQLCODE-DISP             PIC -(9)9.

       01  BR-HEADING-1                PIC X(58) VALUE
           'MAINTENANCE BEFORE-IMAGE RESTORE'.
       01  BR-HEADING-2                PIC X(58) VALUE
           'ROW      DISPOSITION'.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN OUTPUT REPORT-FILE

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL WHENEVER SQLWARNING CONTINUE END-EXEC
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC

           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-CONTROL-CARDS THRU READ-CONTROL-CARDS-EXIT
           IF BR-CARRY-ON
               PERFORM FIND-COMPLETE-SET THRU FIND-COMPLETE-SET-EXIT
           END-IF
           IF BR-CARRY-ON
               PERFORM RESTORE-SET THRU RESTORE-SET-EXIT
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           MOVE BR-WORST-RC TO RETURN-CODE
           STOP RUN.
       MAINLINE-EXIT.
           EXIT.

      * No control cards means no idea what to put back - that is a
      * card problem, not a quiet "nothing to do".
       READ-CONTROL-CARDS.
           OPEN INPUT RESTORE-CONTROL-FILE
           IF BR-CTL-FILE-STATUS = '00'
               PERFORM READ-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD THRU
                       APPLY-CONTROL-CARD-EXIT
                   UNTIL BR-END-OF-CONTROL
               CLOSE RESTORE-CONTROL-FILE
           END-IF
           IF BR-RUN-TIMESTAMP = SPACES OR BR-STMT-ID = SPACES
               MOVE 'RUN AND STMT CONTROL CARDS ARE BOTH REQUIRED'
                   TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
           END-IF.
       READ-CONTROL-CARDS-EXIT.
           EXIT.

       READ-CONTROL-CARD.
           READ RESTORE-CONTROL-FILE
               AT END
                   SET BR-END-OF-CONTROL TO TRUE
           END-READ.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       APPLY-CONTROL-CARD.
           EVALUATE BRC-KEYWORD
               WHEN 'RUN     '
                   MOVE BRC-VALUE(1:17) TO BR-RUN-TIMESTAMP
               WHEN 'STMT    '
                   MOVE BRC-VALUE(1:30) TO BR-STMT-ID
               WHEN 'KEY     '
                   IF BR-KEY-COUNT < BR-MAX-KEYS
                       AND BRC-VALUE(1:30) NOT = SPACES
                       ADD 1 TO BR-KEY-COUNT
                       MOVE BRC-VALUE(1:30)
                           TO BR-KEY-NAME(BR-KEY-COUNT)
                       MOVE ZERO TO BR-KEY-COL-NBR(BR-KEY-COUNT)
                   ELSE
                       DISPLAY 'Restore KEY card skipped: '
                           RESTORE-CONTROL-REC(1:40)
                   END-IF
               WHEN '*       '
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Unknown restore control card: '
                       BRC-KEYWORD
           END-EVALUATE
           PERFORM READ-CONTROL-CARD.
       APPLY-CONTROL-CARD-EXIT.
           EXIT.

      * First pass: which set, if any, made it to a trailer.
       FIND-COMPLETE-SET.
           OPEN INPUT BEFORE-IMAGE-FILE
           IF BR-BIM-FILE-STATUS NOT = '00'
               MOVE 'BIMAGE WOULD NOT OPEN' TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
               GO TO FIND-COMPLETE-SET-EXIT
           END-IF
           SET BR-MORE-IMAGE TO TRUE
           MOVE ZERO TO BR-SETS-SEEN
           PERFORM READ-IMAGE-REC
           PERFORM SCAN-FOR-SET THRU SCAN-FOR-SET-EXIT
               UNTIL BR-END-OF-IMAGE
           CLOSE BEFORE-IMAGE-FILE
           IF BR-GOOD-SET = ZERO
               MOVE 'NO COMMITTED BEFORE-IMAGE SET FOR RUN AND STMT'
                   TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
           END-IF.
       FIND-COMPLETE-SET-EXIT.
           EXIT.

       SCAN-FOR-SET.
           IF BIM-RUN-TIMESTAMP = BR-RUN-TIMESTAMP
               AND BIM-STATEMENT-ID = BR-STMT-ID
               IF BIM-IS-TABLE
                   ADD 1 TO BR-SETS-SEEN
               END-IF
               IF BIM-IS-TRAILER AND BR-SETS-SEEN > ZERO
                   MOVE BR-SETS-SEEN TO BR-GOOD-SET
                   MOVE BIM-ROWS-CAPTURED TO BR-ROWS-CAPTURED
                   MOVE BIM-ROWS-AFFECTED TO BR-ROWS-AFFECTED
               END-IF
           END-IF
           PERFORM READ-IMAGE-REC.
       SCAN-FOR-SET-EXIT.
           EXIT.

       READ-IMAGE-REC.
           READ BEFORE-IMAGE-FILE
               AT END
                   SET BR-END-OF-IMAGE TO TRUE
           END-READ.
       READ-IMAGE-REC-EXIT.
           EXIT.

      * Second pass: restore the chosen set, then COMMIT only if
      * every row of it was read back - a set cut short on BIMAGE
      * does not get a partial restore.
       RESTORE-SET.
           OPEN INPUT BEFORE-IMAGE-FILE
           IF BR-BIM-FILE-STATUS NOT = '00'
               MOVE 'BIMAGE WOULD NOT OPEN' TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
               GO TO RESTORE-SET-EXIT
           END-IF
           SET BR-MORE-IMAGE TO TRUE
           SET BR-OUTSIDE-SET TO TRUE
           MOVE ZERO TO BR-SETS-SEEN
           PERFORM READ-IMAGE-REC
           PERFORM APPLY-IMAGE-REC THRU APPLY-IMAGE-REC-EXIT
               UNTIL BR-END-OF-IMAGE OR BR-STOPPED OR BR-SET-DONE
           CLOSE BEFORE-IMAGE-FILE
           IF BR-STOPPED
               GO TO RESTORE-SET-EXIT
           END-IF
           IF BR-ROWS-READ NOT = BR-ROWS-CAPTURED
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 'SET ROW COUNT DOES NOT MATCH ITS TRAILER'
                   TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
               GO TO RESTORE-SET-EXIT
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'COMMIT FAILED' TO BR-STOP-REASON
               PERFORM STOP-FOR-SQL-FAILURE
               GO TO RESTORE-SET-EXIT
           END-IF
           IF BR-ROWS-PRESENT > ZERO OR BR-ROWS-NOT-FOUND > ZERO
               IF BR-WORST-RC < 4
                   MOVE 4 TO BR-WORST-RC
               END-IF
           END-IF.
       RESTORE-SET-EXIT.
           EXIT.

       APPLY-IMAGE-REC.
           IF BIM-RUN-TIMESTAMP NOT = BR-RUN-TIMESTAMP
               OR BIM-STATEMENT-ID NOT = BR-STMT-ID
               GO TO APPLY-IMAGE-NEXT
           END-IF
           IF BIM-IS-TABLE
               ADD 1 TO BR-SETS-SEEN
               IF BR-SETS-SEEN = BR-GOOD-SET
                   SET BR-INSIDE-SET TO TRUE
                   MOVE BIM-TABLE-NAME TO BR-TABLE-NAME
                   MOVE BIM-VERB TO BR-VERB
                   MOVE BIM-COLUMN-COUNT TO BR-COL-COUNT
                   IF BR-COL-COUNT < 1 OR BR-COL-COUNT > BR-MAX-COLUMNS
                       MOVE 'SET COLUMN COUNT OUT OF RANGE'
                           TO BR-STOP-REASON
                       PERFORM STOP-FOR-SET-PROBLEM
                   END-IF
               END-IF
               GO TO APPLY-IMAGE-NEXT
           END-IF
           IF NOT BR-INSIDE-SET
               GO TO APPLY-IMAGE-NEXT
           END-IF
           EVALUATE TRUE
               WHEN BIM-IS-COLUMN
                   PERFORM LOAD-COLUMN-REC
               WHEN BIM-IS-VALUE
                   IF BR-STMT-NOT-READY
                       PERFORM PREPARE-RESTORE-STMT THRU
                               PREPARE-RESTORE-STMT-EXIT
                   END-IF
                   IF BR-CARRY-ON
                       PERFORM LOAD-VALUE-REC
                   END-IF
               WHEN BIM-IS-TRAILER
                   SET BR-SET-DONE TO TRUE
           END-EVALUATE.
       APPLY-IMAGE-NEXT.
           IF BR-CARRY-ON AND NOT BR-SET-DONE
               PERFORM READ-IMAGE-REC
           END-IF.
       APPLY-IMAGE-REC-EXIT.
           EXIT.

       LOAD-COLUMN-REC.
           IF BIM-COL-NBR < 1 OR BIM-COL-NBR > BR-MAX-COLUMNS
               GO TO LOAD-COLUMN-REC-EXIT
           END-IF
           MOVE BIM-COL-NBR TO BR-COL-SUB
           MOVE BIM-COL-NAME TO BR-COL-NAME(BR-COL-SUB)
           MOVE BIM-COL-CLASS TO BR-COL-CLASS(BR-COL-SUB)
           MOVE BIM-COL-PRECISION TO BR-COL-PRECISION(BR-COL-SUB)
           MOVE BIM-COL-SCALE TO BR-COL-SCALE(BR-COL-SUB)
           SET BR-COL-NOT-KEY(BR-COL-SUB) TO TRUE.
       LOAD-COLUMN-REC-EXIT.
           EXIT.

      * One column value into its buffer; the row's last column
      * sends the row.
       LOAD-VALUE-REC.
           IF BIM-VAL-COL-NBR < 1 OR BIM-VAL-COL-NBR > BR-COL-COUNT
               GO TO LOAD-VALUE-REC-EXIT
           END-IF
           MOVE BIM-VAL-COL-NBR TO BR-COL-SUB
           MOVE BIM-ROW-NBR TO BR-ROW-NBR
           IF BIM-VALUE-IS-NULL
               MOVE -1 TO BR-COL-NULL-IND(BR-COL-SUB)
           ELSE
               MOVE ZERO TO BR-COL-NULL-IND(BR-COL-SUB)
               IF BR-COL-IS-CHAR(BR-COL-SUB)
                   MOVE BIM-VALUE-LEN TO BR-COL-CHAR-LEN(BR-COL-SUB)
                   MOVE BIM-VALUE TO BR-COL-CHAR-TEXT(BR-COL-SUB)
               ELSE
                   MOVE BIM-DEC-UNSCALED TO BR-COL-DEC-BUF(BR-COL-SUB)
               END-IF
           END-IF
           IF BR-COL-SUB = BR-COL-COUNT
               ADD 1 TO BR-ROWS-READ
               PERFORM APPLY-ONE-ROW THRU APPLY-ONE-ROW-EXIT
           END-IF.
       LOAD-VALUE-REC-EXIT.
           EXIT.

      * Built once per set, the first time a row needs it: the
      * statement text, the marker-to-column map, and the SQLDA.
       PREPARE-RESTORE-STMT.
           MOVE ZERO TO BR-MARKER-COUNT
           MOVE SPACES TO BR-SQL-TEXT
           MOVE 1 TO BR-SQL-PTR
           IF BR-VERB = 'UPDATE'
               PERFORM BUILD-UPDATE-TEXT THRU BUILD-UPDATE-TEXT-EXIT
           ELSE
               PERFORM BUILD-INSERT-TEXT THRU BUILD-INSERT-TEXT-EXIT
           END-IF
           IF BR-STOPPED
               GO TO PREPARE-RESTORE-STMT-EXIT
           END-IF
           MOVE BR-MARKER-COUNT TO BR-SQLD
           PERFORM SET-UP-MARKER THRU SET-UP-MARKER-EXIT
               VARYING BR-MARKER-SUB FROM 1 BY 1
               UNTIL BR-MARKER-SUB > BR-MARKER-COUNT
           EXEC SQL
               PREPARE BRSTMT FROM :BR-SQL-TEXT
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'RESTORE STATEMENT WOULD NOT PREPARE'
                   TO BR-STOP-REASON
               PERFORM STOP-FOR-SQL-FAILURE
               GO TO PREPARE-RESTORE-STMT-EXIT
           END-IF
           SET BR-STMT-READY TO TRUE.
       PREPARE-RESTORE-STMT-EXIT.
           EXIT.

      * INSERT INTO t (c1, c2, ...) VALUES (?, ?, ...)
       BUILD-INSERT-TEXT.
           STRING 'INSERT INTO ' DELIMITED BY SIZE
                   BR-TABLE-NAME DELIMITED BY SPACE
                   ' (' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING
           PERFORM APPEND-INSERT-COLUMN THRU APPEND-INSERT-COLUMN-EXIT
               VARYING BR-COL-SUB FROM 1 BY 1
               UNTIL BR-COL-SUB > BR-COL-COUNT
           STRING ') VALUES (' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING
           PERFORM APPEND-INSERT-MARKER THRU APPEND-INSERT-MARKER-EXIT
               VARYING BR-COL-SUB FROM 1 BY 1
               UNTIL BR-COL-SUB > BR-COL-COUNT
           STRING ')' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING.
       BUILD-INSERT-TEXT-EXIT.
           EXIT.

       APPEND-INSERT-COLUMN.
           IF BR-COL-SUB > 1
               STRING ', ' DELIMITED BY SIZE
                   INTO BR-SQL-TEXT
                   WITH POINTER BR-SQL-PTR
               END-STRING
           END-IF
           STRING BR-COL-NAME(BR-COL-SUB) DELIMITED BY SPACE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING.
       APPEND-INSERT-COLUMN-EXIT.
           EXIT.

       APPEND-INSERT-MARKER.
           IF BR-COL-SUB > 1
               STRING ', ' DELIMITED BY SIZE
                   INTO BR-SQL-TEXT
                   WITH POINTER BR-SQL-PTR
               END-STRING
           END-IF
           STRING '?' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING
           ADD 1 TO BR-MARKER-COUNT
           MOVE BR-COL-SUB TO BR-MARKER-COL(BR-MARKER-COUNT).
       APPEND-INSERT-MARKER-EXIT.
           EXIT.

      * UPDATE t SET n1 = ?, n2 = ? WHERE k1 = ? AND k2 = ? - every
      * KEY card must name a captured column, and at least one
      * captured column must be left over to put back.
       BUILD-UPDATE-TEXT.
           IF BR-KEY-COUNT = ZERO
               MOVE 'AN UPDATE SET NEEDS KEY CONTROL CARDS'
                   TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
               GO TO BUILD-UPDATE-TEXT-EXIT
           END-IF
           PERFORM MATCH-KEY-COLUMN THRU MATCH-KEY-COLUMN-EXIT
               VARYING BR-KEY-SUB FROM 1 BY 1
               UNTIL BR-KEY-SUB > BR-KEY-COUNT OR BR-STOPPED
           IF BR-STOPPED
               GO TO BUILD-UPDATE-TEXT-EXIT
           END-IF
           STRING 'UPDATE ' DELIMITED BY SIZE
                   BR-TABLE-NAME DELIMITED BY SPACE
                   ' SET ' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING
           PERFORM APPEND-SET-COLUMN THRU APPEND-SET-COLUMN-EXIT
               VARYING BR-COL-SUB FROM 1 BY 1
               UNTIL BR-COL-SUB > BR-COL-COUNT
           IF BR-MARKER-COUNT = ZERO
               MOVE 'EVERY CAPTURED COLUMN IS A KEY' TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
               GO TO BUILD-UPDATE-TEXT-EXIT
           END-IF
           STRING ' WHERE ' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING
           PERFORM APPEND-KEY-COLUMN THRU APPEND-KEY-COLUMN-EXIT
               VARYING BR-KEY-SUB FROM 1 BY 1
               UNTIL BR-KEY-SUB > BR-KEY-COUNT.
       BUILD-UPDATE-TEXT-EXIT.
           EXIT.

       MATCH-KEY-COLUMN.
           MOVE ZERO TO BR-KEY-COL-NBR(BR-KEY-SUB)
           PERFORM MATCH-KEY-SCAN THRU MATCH-KEY-SCAN-EXIT
               VARYING BR-COL-SUB FROM 1 BY 1
               UNTIL BR-COL-SUB > BR-COL-COUNT
                   OR BR-KEY-COL-NBR(BR-KEY-SUB) > ZERO
           IF BR-KEY-COL-NBR(BR-KEY-SUB) = ZERO
               DISPLAY 'Restore KEY column not in the captured set: '
                   BR-KEY-NAME(BR-KEY-SUB)
               MOVE 'KEY COLUMN NOT IN THE CAPTURED SET'
                   TO BR-STOP-REASON
               PERFORM STOP-FOR-SET-PROBLEM
           END-IF.
       MATCH-KEY-COLUMN-EXIT.
           EXIT.

       MATCH-KEY-SCAN.
           IF BR-COL-NAME(BR-COL-SUB) = BR-KEY-NAME(BR-KEY-SUB)
               MOVE BR-COL-SUB TO BR-KEY-COL-NBR(BR-KEY-SUB)
               SET BR-COL-IS-KEY(BR-COL-SUB) TO TRUE
           END-IF.
       MATCH-KEY-SCAN-EXIT.
           EXIT.

       APPEND-SET-COLUMN.
           IF BR-COL-IS-KEY(BR-COL-SUB)
               GO TO APPEND-SET-COLUMN-EXIT
           END-IF
           IF BR-MARKER-COUNT > ZERO
               STRING ', ' DELIMITED BY SIZE
                   INTO BR-SQL-TEXT
                   WITH POINTER BR-SQL-PTR
               END-STRING
           END-IF
           STRING BR-COL-NAME(BR-COL-SUB) DELIMITED BY SPACE
                   ' = ?' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING
           ADD 1 TO BR-MARKER-COUNT
           MOVE BR-COL-SUB TO BR-MARKER-COL(BR-MARKER-COUNT).
       APPEND-SET-COLUMN-EXIT.
           EXIT.

      * A key whose captured value is NULL can never match "= ?", so
      * that row comes back NOT FOUND rather than updating some
      * other row.
       APPEND-KEY-COLUMN.
           IF BR-KEY-SUB > 1
               STRING ' AND ' DELIMITED BY SIZE
                   INTO BR-SQL-TEXT
                   WITH POINTER BR-SQL-PTR
               END-STRING
           END-IF
           MOVE BR-KEY-COL-NBR(BR-KEY-SUB) TO BR-COL-SUB
           STRING BR-COL-NAME(BR-COL-SUB) DELIMITED BY SPACE
                   ' = ?' DELIMITED BY SIZE
               INTO BR-SQL-TEXT
               WITH POINTER BR-SQL-PTR
           END-STRING
           ADD 1 TO BR-MARKER-COUNT
           MOVE BR-COL-SUB TO BR-MARKER-COL(BR-MARKER-COUNT).
       APPEND-KEY-COLUMN-EXIT.
           EXIT.

      * Each marker reads its column's buffer at the column's own
      * type: character as VARCHAR with the captured length, exact
      * numerics as packed at the captured precision and scale, from
      * the tail of the 16-byte buffer exactly as they were fetched.
       SET-UP-MARKER.
           MOVE BR-MARKER-COL(BR-MARKER-SUB) TO BR-COL-SUB
           IF BR-COL-IS-CHAR(BR-COL-SUB)
               MOVE 449 TO BR-SQLTYPE(BR-MARKER-SUB)
               MOVE 250 TO BR-SQLLEN(BR-MARKER-SUB)
               SET BR-SQLDATA(BR-MARKER-SUB) TO
                   ADDRESS OF BR-COL-VARCHAR(BR-COL-SUB)
           ELSE
               MOVE 485 TO BR-SQLTYPE(BR-MARKER-SUB)
               COMPUTE BR-SQLLEN(BR-MARKER-SUB) =
                   BR-COL-PRECISION(BR-COL-SUB) * 256
                   + BR-COL-SCALE(BR-COL-SUB)
               DIVIDE BR-COL-PRECISION(BR-COL-SUB) BY 2
                   GIVING BR-OFFSET
               SUBTRACT BR-OFFSET FROM 16 GIVING BR-OFFSET
               SET BR-SQLDATA(BR-MARKER-SUB) TO
                   ADDRESS OF BR-COL-DEC-BYTE(BR-COL-SUB, BR-OFFSET)
           END-IF
           SET BR-SQLIND(BR-MARKER-SUB) TO
               ADDRESS OF BR-COL-NULL-IND(BR-COL-SUB).
       SET-UP-MARKER-EXIT.
           EXIT.

       APPLY-ONE-ROW.
           EXEC SQL
               EXECUTE BRSTMT USING DESCRIPTOR :BR-SQLDA
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   ADD 1 TO BR-ROWS-NOT-FOUND
                   MOVE 'NOT FOUND - NOT RESTORED'
                       TO BR-ROW-DISPOSITION
                   PERFORM WRITE-ROW-LINE
               WHEN SQLCODE = -803
                   ADD 1 TO BR-ROWS-PRESENT
                   MOVE 'ALREADY PRESENT - LEFT AS IT IS'
                       TO BR-ROW-DISPOSITION
                   PERFORM WRITE-ROW-LINE
               WHEN SQLCODE < ZERO
                   MOVE 'RESTORE STATEMENT FAILED' TO BR-STOP-REASON
                   PERFORM STOP-FOR-SQL-FAILURE
               WHEN BR-VERB = 'UPDATE' AND SQLERRD(3) = ZERO
                   ADD 1 TO BR-ROWS-NOT-FOUND
                   MOVE 'NOT FOUND - NOT RESTORED'
                       TO BR-ROW-DISPOSITION
                   PERFORM WRITE-ROW-LINE
               WHEN BR-VERB = 'UPDATE' AND SQLERRD(3) > 1
                   MOVE 'KEY CARDS MATCH MORE THAN ONE ROW'
                       TO BR-STOP-REASON
                   PERFORM STOP-FOR-SQL-FAILURE
               WHEN OTHER
                   ADD 1 TO BR-ROWS-RESTORED
           END-EVALUATE.
       APPLY-ONE-ROW-EXIT.
           EXIT.

       WRITE-ROW-LINE.
           MOVE SPACES TO RPT-REC
           STRING BR-ROW-NBR DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   BR-ROW-DISPOSITION DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC.
       WRITE-ROW-LINE-EXIT.
           EXIT.

      * A card or set problem: nothing has been changed, or what has
      * is rolled back by the caller before it gets here.
       STOP-FOR-SET-PROBLEM.
           SET BR-STOPPED TO TRUE
           IF BR-WORST-RC < 8
               MOVE 8 TO BR-WORST-RC
           END-IF
           DISPLAY 'Before-image restore stopped: ' BR-STOP-REASON.
       STOP-FOR-SET-PROBLEM-EXIT.
           EXIT.

      * An SQL failure: everything restored so far is rolled back,
      * so the table is exactly as it was before the run.
       STOP-FOR-SQL-FAILURE.
           MOVE SQLCODE TO BR-FAILED-SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           SET BR-STOPPED TO TRUE
           MOVE 12 TO BR-WORST-RC
           MOVE BR-FAILED-SQLCODE TO BR-SQLCODE-DISP
           DISPLAY 'Before-image restore stopped: ' BR-STOP-REASON
               ' SQLCODE ' BR-SQLCODE-DISP ' at row ' BR-ROW-NBR
               ' - rolled back'.
       STOP-FOR-SQL-FAILURE-EXIT.
           EXIT.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           MOVE BR-HEADING-1 TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           MOVE BR-HEADING-2 TO RPT-REC
           WRITE RPT-REC.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      * The control totals: what the set says was captured against
      * what this run did with it, and the verdict behind the RC.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'RUN ' DELIMITED BY SIZE
                   BR-RUN-TIMESTAMP DELIMITED BY SIZE
                   '  STATEMENT ' DELIMITED BY SIZE
                   BR-STMT-ID DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING 'TABLE ' DELIMITED BY SIZE
                   BR-TABLE-NAME DELIMITED BY SPACE
                   '  CAPTURED AHEAD OF ' DELIMITED BY SIZE
                   BR-VERB DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE BR-ROWS-AFFECTED TO BR-AFFECTED-DISP
           MOVE SPACES TO RPT-REC
           STRING BR-AFFECTED-DISP DELIMITED BY SIZE
                   ' ROWS AFFECTED BY THE STATEMENT' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE BR-ROWS-CAPTURED TO BR-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING '  ' DELIMITED BY SIZE
                   BR-COUNT-DISP DELIMITED BY SIZE
                   ' ROWS CAPTURED' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE BR-ROWS-RESTORED TO BR-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING '  ' DELIMITED BY SIZE
                   BR-COUNT-DISP DELIMITED BY SIZE
                   ' ROWS RESTORED' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE BR-ROWS-PRESENT TO BR-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING '  ' DELIMITED BY SIZE
                   BR-COUNT-DISP DELIMITED BY SIZE
                   ' ROWS ALREADY PRESENT' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE BR-ROWS-NOT-FOUND TO BR-COUNT-DISP
           MOVE SPACES TO RPT-REC
           STRING '  ' DELIMITED BY SIZE
                   BR-COUNT-DISP DELIMITED BY SIZE
                   ' ROWS NOT FOUND' DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           EVALUATE TRUE
               WHEN BR-STOPPED
                   STRING 'NOTHING RESTORED - ' DELIMITED BY SIZE
                           BR-STOP-REASON DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
               WHEN BR-WORST-RC > ZERO
                   MOVE 'RESTORE COMMITTED - SOME ROWS NOT RESTORED'
                       TO RPT-REC
               WHEN OTHER
                   MOVE 'RESTORE COMMITTED - EVERY ROW RESTORED'
                       TO RPT-REC
           END-EVALUATE
           WRITE RPT-REC.
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
