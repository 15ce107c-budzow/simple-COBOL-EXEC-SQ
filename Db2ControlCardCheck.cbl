
      * Pre-window validator for the hand-kept control card files.
      * Db2ControlFileMaint protects SQLXCTL with validated
      * transactions, but CHECKLST, RCCNTL, ALERTCTL, SQLMSGS and
      * EXTRCTL are still raw hand edits, and STMTREGF can still be
      * edited around Db2RegistryMaint. Each loader fails soft in
      * its own way - DB2X-ADD-REGISTRY-ENTRY skips a bad registry
      * card with one job-log line, X014-20-PROCESS-SEVERITY-REC
      * silently drops a non-numeric ASV-SQLCODE. This program runs
      * ahead of the window and validates every one of those files
      * against its layout:
      * numeric fields numeric, severities from the allowed set,
      * registry sequence numbers strictly ascending, row-count
      * bounds ordered, extract cards complete. It also cross-checks
           05  SREG-FREQ-CODE          PIC X(02).
           05  SREG-ENTRY-TYPE         PIC X(01).
           05  SREG-GUARD-ROWS         PIC X(07).
           05  SREG-CRITICALITY        PIC X(01).
           05  FILLER                  PIC X(06).
       01  SREG-NUM-VIEW.
           05  SREG-SEQ-NBR-N          PIC 9(02).
           05  FILLER                  PIC X(78).
                   TO CC-FINDING-TEXT
               PERFORM WRITE-FINDING-WITH-RECORD
           END-IF
           IF SREG-CRITICALITY NOT = SPACE
               AND SREG-CRITICALITY NOT = 'C'
               AND SREG-CRITICALITY NOT = 'O'
               MOVE 'CRITICALITY NOT BLANK, C OR O'
                   TO CC-FINDING-TEXT
               PERFORM WRITE-FINDING-WITH-RECORD
           END-IF
           IF SREG-TABLE-NAME NOT = SPACES
               PERFORM FIND-CHECKLIST-TABLE
               IF CC-ENTRY-NOT-FOUND
