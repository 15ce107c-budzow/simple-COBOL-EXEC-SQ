      * entry's response time against its rolling baseline. Pair with
      * a SELECT HEALTH-HISTORY-FILE ASSIGN TO HLTHHIST entry in
      * FILE-CONTROL.
      * HST-ATTEMPT-NBR is 01 for a run's full pass over the
      * checklist and 02 upward for each re-poll attempt, which
      * re-checks only the entries still failing and carries a
      * timestamp of its own. Records written before the field
      * existed carry blanks there and read as full passes.
       FD  HEALTH-HISTORY-FILE
           RECORDING MODE IS F.
       01  HEALTH-HIST-REC.
           05  HST-TABLE-NAME          PIC X(30).
           05  HST-SQLCODE             PIC S9(09).
           05  HST-ELAPSED-MSEC        PIC 9(05).
           05  HST-ATTEMPT-NBR         PIC 9(02).
           05  FILLER                  PIC X(06).
