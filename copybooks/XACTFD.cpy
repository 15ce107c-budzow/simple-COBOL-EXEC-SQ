      * XACTFD - FD and record for the audit trail's daily control
      * totals (AUDCTL). Pair with a SELECT AUDIT-CONTROL-FILE ASSIGN
      * TO AUDCTL entry in FILE-CONTROL and COPY this into the FILE
      * SECTION.
      *
      * Db2TrailCollect writes one set per trail day each time it
      * appends that day's records to AUDITLOG: a 'D' record per
      * program id and event type with the count it appended, then
      * a 'T' record with the set's total count and the day's
      * running hash (X017-HASH-AUDIT-REC, XHASH) over every record
      * of the day appended so far, in trail order - each set's hash
      * carries on from the day's previous 'T' record, so the 'T'
      * with the latest ACT-COLLECT-STAMP holds the hash of the whole
      * day. Records whose timestamp date is unreadable are
      * controlled under ACT-TRAIL-DATE '00000000'. A 'T' record
      * flagged ACT-DETAIL-INCOMPLETE closes a set whose 'D' records
      * do not cover every program id and event type appended (the
      * collector's table filled); its count and hash are complete.
      *
      * The record is the audit record's 80 bytes and leads with a
      * marker no timestamp can hold, so Db2AuditArchive can carry a
      * day's control records into AUDARCH with the day's trail and
      * any audit reader can tell them apart (AUD-IS-CONTROL-REC,
      * XAUDFD). Db2AuditVerify recomputes the totals and reports any
      * day that no longer matches.
       FD  AUDIT-CONTROL-FILE
           RECORDING MODE IS F.
       01  AUDIT-CONTROL-REC.
           05  ACT-MARKER              PIC X(08).
               88  ACT-IS-CONTROL-REC      VALUE '*AUDCTL*'.
           05  ACT-TRAIL-DATE          PIC X(08).
           05  ACT-REC-TYPE            PIC X(01).
               88  ACT-DETAIL              VALUE 'D'.
               88  ACT-DAY-TOTAL           VALUE 'T'.
           05  ACT-COLLECT-STAMP       PIC X(17).
           05  ACT-PROGRAM-ID          PIC X(08).
           05  ACT-EVENT-TYPE          PIC X(08).
           05  ACT-RECORD-COUNT        PIC 9(07).
           05  ACT-HASH                PIC 9(10).
           05  ACT-SET-STATE           PIC X(01).
               88  ACT-DETAIL-INCOMPLETE   VALUE 'O'.
           05  FILLER                  PIC X(12).
