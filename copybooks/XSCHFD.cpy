      * XSCHFD - FD and record for the batch-window schedule
      * maintained by operations (SCHEDCTL): one record per
      * scheduled program with its planned start, its completion
      * deadline (both HHMMSS) and the program that must finish
      * before it starts. Read by Db2ScheduleMonitor to report the
      * night against the plan, and by the predecessor gate
      * (X016-PREDECESSOR-GATE, copybook XGATE) at the start of a
      * framework program to hold it until that predecessor has
      * finished. SCH-PRED-MAX-WAIT is how many minutes the gate
      * waits for the predecessor before giving up, and
      * SCH-PRED-INTERVAL how many minutes apart it re-checks;
      * blank or non-numeric takes the defaults in XGATEWS. Pair
      * with a SELECT SCHEDULE-CONTROL-FILE ASSIGN TO SCHEDCTL
      * entry in FILE-CONTROL.
       FD  SCHEDULE-CONTROL-FILE
           RECORDING MODE IS F.
       01  SCHEDULE-REC.
           05  SCH-PROGRAM-ID          PIC X(08).
           05  SCH-PLANNED-START       PIC 9(06).
           05  SCH-DEADLINE            PIC 9(06).
           05  SCH-PREDECESSOR         PIC X(08).
           05  SCH-PRED-MAX-WAIT       PIC 9(03).
           05  SCH-PRED-INTERVAL       PIC 9(03).
           05  FILLER                  PIC X(46).
