      * and 'A' for one the framework terminated. Read by
      * Db2RunJournalReport. Pair with a SELECT RUN-JOURNAL-FILE
      * ASSIGN TO RUNJRNL entry in FILE-CONTROL.
      * JRN-OPT-FAIL-COUNT and JRN-CAL-SKIP-COUNT are the statements
      * a registry-driven run lost along the way - optional entries
      * that failed and were rolled back, and entries held for the
      * shop calendar - next to JRN-STMT-COUNT's completed ones.
      * Both are zero for programs with no registry; records written
      * before the fields existed carry blanks there, so readers
      * test them NUMERIC first.
       FD  RUN-JOURNAL-FILE
           RECORDING MODE IS F.
       01  RUN-JOURNAL-REC.
           05  JRN-WARNING-COUNT       PIC 9(04).
           05  JRN-WORST-RC            PIC 9(02).
           05  JRN-END-FLAG            PIC X(01).
           05  JRN-OPT-FAIL-COUNT      PIC 9(04).
           05  JRN-CAL-SKIP-COUNT      PIC 9(04).
           05  FILLER                  PIC X(04).
