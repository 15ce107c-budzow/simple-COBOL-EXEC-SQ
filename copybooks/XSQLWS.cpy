       01  XE-START-TIMESTAMP          PIC X(17) VALUE SPACES.
       01  XE-STMT-EXEC-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  XE-RETRY-TOTAL              PIC 9(04) COMP VALUE ZERO.
      * Statements lost rather than completed, for the journal's
      * JRN-OPT-FAIL-COUNT and JRN-CAL-SKIP-COUNT: optional
      * statements that failed and were rolled back (X015), and
      * registry entries the calling program held for the calendar.
       01  XE-OPT-FAIL-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  XE-CAL-SKIP-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  XE-END-FLAG                 PIC X(01) VALUE 'C'.
           88  XE-ENDED-NORMALLY           VALUE 'C'.
           88  XE-ENDED-ABEND              VALUE 'A'.
      *   04 - completed, but one or more non-benign SQLWARNINGs were
      *        routed to the exceptions queue
      *   08 - completed, but one or more EXEC SQL statements returned
      *        NOT FOUND (no rows) - a normal business condition - or
      *        an optional statement failed and was rolled back
      *   12 - terminated: unrecoverable SQLERROR, or deadlock/timeout
      *        retries exhausted
      *   16 - not released: the predecessor gate (XGATE) found no
      *        clean run of the SCHEDCTL predecessor in time, and
      *        the program ended before doing anything
       01  XE-WORST-RC                 PIC 9(02) COMP VALUE ZERO.
      * Affected-row count carried into the next audit record's
      * AUD-ROW-COUNT (XAUDFD). Zero for every event except the
       01  XE-RETRY-SWITCH             PIC X(01) VALUE 'N'.
           88  XE-RETRY-NEEDED             VALUE 'Y'.
           88  XE-RETRY-NOT-NEEDED         VALUE 'N'.
      * Criticality of the statement now running. A critical
      * statement (the default, and the only kind before registry
      * criticality codes) takes the fatal path on an unrecoverable
      * SQLERROR; an optional one is rolled back and flagged by
      * X015-OPTIONAL-STMT-FAILED, and control returns to the
      * caller with the failing SQLCODE still in place. The caller
      * sets XE-STMT-IS-OPTIONAL and XE-OPTIONAL-NOT-FAILED before
      * the statement and XE-STMT-IS-CRITICAL again after it.
       01  XE-CRITICALITY-SWITCH       PIC X(01) VALUE 'C'.
           88  XE-STMT-IS-CRITICAL         VALUE 'C'.
           88  XE-STMT-IS-OPTIONAL         VALUE 'O'.
       01  XE-OPTIONAL-FAIL-SWITCH     PIC X(01) VALUE 'N'.
           88  XE-OPTIONAL-FAILED          VALUE 'Y'.
           88  XE-OPTIONAL-NOT-FAILED      VALUE 'N'.
       01  XE-FAILED-SQLCODE           PIC S9(09) COMP VALUE ZERO.
       01  XE-TIME-BEFORE              PIC 9(08).
       01  XE-TIME-BEFORE-R  REDEFINES XE-TIME-BEFORE.
           05  XE-TB-HH                PIC 9(02).
