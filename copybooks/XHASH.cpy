      * XHASH - running hash over audit trail records, shared by the
      * program that writes the daily control totals (Db2TrailCollect)
      * and the program that checks them (Db2AuditVerify) so both
      * work the number out exactly the same way. COPY this into the
      * PROCEDURE DIVISION of any program that has also COPYd XHASHWS
      * into WORKING-STORAGE.
      *
      * Every byte of the record moves the hash on: the hash so far
      * times 257, plus the byte's value plus one, reduced modulo the
      * prime 999999937. Any edited byte, dropped record, inserted
      * record or change of order within a day changes the day's
      * hash. It is a control total, not a cipher: it shows that the
      * trail is no longer the trail that was collected, and the
      * protection against anyone recomputing it is that the control
      * records are held and archived apart from the records they
      * control.
       X017-HASH-AUDIT-REC.
           PERFORM X017-10-HASH-BYTE THRU X017-10-EXIT
               VARYING XH-BYTE-SUB FROM 1 BY 1
               UNTIL XH-BYTE-SUB > 80.
       X017-EXIT.
           EXIT.

       X017-10-HASH-BYTE.
           MOVE XH-HASH-IMAGE(XH-BYTE-SUB:1) TO XH-BYTE-CHAR
           COMPUTE XH-HASH-WORK =
               XH-HASH-VALUE * XH-HASH-MULTIPLIER + XH-BYTE-VALUE + 1
           DIVIDE XH-HASH-WORK BY XH-HASH-MODULUS
               GIVING XH-HASH-QUOTIENT
               REMAINDER XH-HASH-VALUE.
       X017-10-EXIT.
           EXIT.
