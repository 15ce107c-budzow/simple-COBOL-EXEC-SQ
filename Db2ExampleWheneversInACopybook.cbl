           SELECT SEVERITY-CONTROL-FILE ASSIGN TO ALERTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XE-SEV-FILE-STATUS.
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

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01  DB2W-RESTART-FILE-STATUS    PIC X(02) VALUE '00'.
       01  DB2W-LAST-STMT-NBR          PIC 9(02) VALUE ZERO.
       COPY XDYNWS.
       COPY XGATEWS.

      * Table/view name is supplied by the caller as a JCL PARM (or by
      * a CALLing program) so this skeleton can be pointed at any
           MOVE XE-CURRENT-TIME TO XE-TS-TIME
           MOVE XE-TIMESTAMP TO XE-START-TIMESTAMP
           PERFORM DB2W-GET-TABLE-NAME
      * The night's run waits on its SCHEDCTL predecessor (XGATE)
      * and ends at RC 16 without touching a table, a trail file or
      * RESTARTF if the predecessor has not finished cleanly.
           PERFORM X016-PREDECESSOR-GATE THRU X016-EXIT
           IF XG-NOT-RELEASED
               MOVE XG-NOT-RELEASED-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM X009-LOAD-CONTROL-TABLE
           PERFORM X014-LOAD-SEVERITY-TABLE
           OPEN EXTEND AUDIT-LOG-FILE

       COPY XSQLERR.
       COPY XDYNCHK.
       COPY XGATE.
