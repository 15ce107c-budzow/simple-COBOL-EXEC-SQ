      * XPJNFD - FD and record for the predecessor gate's read of
      * the night's run journal (PREDJRNL). The layout is the
      * RUNJRNL record of XRNJFD field for field under its own
      * names, because a framework program already holds
      * RUN-JOURNAL-FILE open EXTEND for its own journal record -
      * the gate reads the journal the night's earlier runs wrote,
      * and the JCL points PREDJRNL at it (the shop-wide RUNJRNL,
      * or the night's per-run journals concatenated). Keep the two
      * layouts in step. Read by X016-PREDECESSOR-GATE (XGATE).
      * Pair with a SELECT PRED-JOURNAL-FILE ASSIGN TO PREDJRNL
      * entry in FILE-CONTROL.
       FD  PRED-JOURNAL-FILE
           RECORDING MODE IS F.
       01  PRED-JOURNAL-REC.
           05  PJN-PROGRAM-ID          PIC X(08).
           05  PJN-START-TIMESTAMP     PIC X(17).
           05  PJN-END-TIMESTAMP       PIC X(17).
           05  PJN-STMT-COUNT          PIC 9(05).
           05  PJN-RETRY-COUNT         PIC 9(04).
           05  PJN-WARNING-COUNT       PIC 9(04).
           05  PJN-WORST-RC            PIC 9(02).
           05  PJN-END-FLAG            PIC X(01).
           05  PJN-OPT-FAIL-COUNT      PIC 9(04).
           05  PJN-CAL-SKIP-COUNT      PIC 9(04).
           05  FILLER                  PIC X(04).
