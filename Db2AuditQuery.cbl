      * appear the single SQLCODE wins and the job log says so. A
      * record whose timestamp date is unreadable never matches a
      * date-filtered query but is counted and reported, so a
      * damaged record cannot hide from an audit question. The
      * daily control totals carried in AUDARCH generations (XACTFD)
      * are not audit events; they are passed over and counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  AQ-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  AQ-HIT-COUNT                PIC 9(07) COMP VALUE ZERO.
       01  AQ-DAMAGED-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  AQ-CONTROL-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  AQ-MATCH-SWITCH             PIC X(01) VALUE 'Y'.
           88  AQ-RECORD-MATCHES           VALUE 'Y'.
           88  AQ-RECORD-REJECTED          VALUE 'N'.
      * One record against every filter in effect; the first filter
      * that rejects it wins.
       SELECT-AUDIT-RECORD.
           IF AUD-IS-CONTROL-REC
               ADD 1 TO AQ-CONTROL-COUNT
               PERFORM READ-AUDIT-RECORD
               GO TO SELECT-AUDIT-RECORD-EXIT
           END-IF
           ADD 1 TO AQ-READ-COUNT
           SET AQ-RECORD-MATCHES TO TRUE
           IF AQ-PGM-FILTER-ON
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF AQ-CONTROL-COUNT > ZERO
               MOVE AQ-CONTROL-COUNT TO AQ-COUNT-DISP
               MOVE SPACES TO RPT-REC
               STRING AQ-COUNT-DISP DELIMITED BY SIZE
                       ' ARCHIVED CONTROL RECORDS PASSED OVER'
                           DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           IF AQ-DAMAGED-COUNT > ZERO
               MOVE AQ-DAMAGED-COUNT TO AQ-COUNT-DISP
               MOVE SPACES TO RPT-REC
