      * XBIMFD - FD and record for the maintenance before-image file.
      * Db2Example writes one capture set per 'M' registry entry,
      * just ahead of the entry's UPDATE or DELETE: the rows that
      * statement is about to touch, read with the statement's own
      * FROM and WHERE clauses. Every record carries the run's start
      * timestamp (XE-START-TIMESTAMP) and the entry's statement id,
      * which together name the set Db2BeforeImageRestore is asked
      * to put back. The JCL dates the dataset itself (one per
      * processing day, OPENed EXTEND by every run that day).
      *
      * A set is, in order: one 'T' record (table, verb, column
      * count), one 'C' record per column, one 'V' record per column
      * of every captured row, and - written only once the entry's
      * COMMIT has landed - one 'Z' trailer with the captured and
      * affected row counts. A set with no trailer belongs to a pass
      * that was rolled back (a deadlock retry, a guard trip, an
      * abend) and changed nothing, so the restore ignores it.
      *
      * Character-class columns (CHAR, VARCHAR, DATE, TIME,
      * TIMESTAMP up to 250 bytes) carry their exact length, so a
      * restored VARCHAR gets no trailing blanks it never had.
      * Exact numeric columns (SMALLINT, INTEGER, BIGINT, DECIMAL)
      * carry the unscaled digits with the precision and scale from
      * the 'C' record, so nothing is rounded on the way back. Pair
      * with a SELECT BEFORE-IMAGE-FILE ASSIGN TO BIMAGE entry in
      * FILE-CONTROL.
       FD  BEFORE-IMAGE-FILE
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-REC.
           05  BIM-RUN-TIMESTAMP       PIC X(17).
           05  BIM-STATEMENT-ID        PIC X(30).
           05  BIM-REC-TYPE            PIC X(01).
               88  BIM-IS-TABLE            VALUE 'T'.
               88  BIM-IS-COLUMN           VALUE 'C'.
               88  BIM-IS-VALUE            VALUE 'V'.
               88  BIM-IS-TRAILER          VALUE 'Z'.
           05  BIM-BODY                PIC X(292).
           05  BIM-TABLE-BODY REDEFINES BIM-BODY.
               10  BIM-TABLE-NAME      PIC X(72).
               10  BIM-VERB            PIC X(06).
               10  BIM-COLUMN-COUNT    PIC 9(02).
               10  FILLER              PIC X(212).
           05  BIM-COLUMN-BODY REDEFINES BIM-BODY.
               10  BIM-COL-NBR         PIC 9(02).
               10  BIM-COL-NAME        PIC X(30).
               10  BIM-COL-CLASS       PIC X(01).
                   88  BIM-COL-IS-CHAR     VALUE 'C'.
                   88  BIM-COL-IS-DEC      VALUE 'D'.
               10  BIM-COL-PRECISION   PIC 9(02).
               10  BIM-COL-SCALE       PIC 9(02).
               10  FILLER              PIC X(255).
           05  BIM-VALUE-BODY REDEFINES BIM-BODY.
               10  BIM-ROW-NBR         PIC 9(07).
               10  BIM-VAL-COL-NBR     PIC 9(02).
               10  BIM-NULL-FLAG       PIC X(01).
                   88  BIM-VALUE-IS-NULL   VALUE 'Y'.
                   88  BIM-VALUE-NOT-NULL  VALUE 'N'.
               10  BIM-VALUE-LEN       PIC 9(03).
               10  BIM-VALUE           PIC X(250).
               10  BIM-DEC-VALUE REDEFINES BIM-VALUE.
                   15  BIM-DEC-UNSCALED
                                       PIC S9(31) SIGN LEADING SEPARATE.
                   15  FILLER          PIC X(218).
               10  FILLER              PIC X(29).
           05  BIM-TRAILER-BODY REDEFINES BIM-BODY.
               10  BIM-ROWS-CAPTURED   PIC 9(07).
               10  BIM-ROWS-AFFECTED   PIC 9(09).
               10  FILLER              PIC X(276).
