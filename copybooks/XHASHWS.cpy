      * XHASHWS - WORKING-STORAGE fields for X017-HASH-AUDIT-REC in
      * XHASH. COPY this into WORKING-STORAGE SECTION in any program
      * that also COPYs XHASH into the PROCEDURE DIVISION. The
      * calling program MOVEs the running hash so far to
      * XH-HASH-VALUE (zero to start a day) and the 80-byte record to
      * XH-HASH-IMAGE before each PERFORM, and picks the new running
      * hash up from XH-HASH-VALUE.
       01  XH-HASH-VALUE               PIC 9(10).
       01  XH-HASH-IMAGE               PIC X(80).
       01  XH-HASH-WORK                PIC S9(18) COMP.
       01  XH-HASH-QUOTIENT            PIC S9(18) COMP.
       01  XH-HASH-MULTIPLIER          PIC 9(04) COMP VALUE 257.
       01  XH-HASH-MODULUS             PIC 9(09) COMP VALUE 999999937.
       01  XH-BYTE-SUB                 PIC 9(04) COMP.
      * One byte of the record as a binary number: the character in
      * the low-order byte of a halfword whose high-order byte is
      * always LOW-VALUE.
       01  XH-BYTE-PAIR.
           05  FILLER                  PIC X(01) VALUE LOW-VALUE.
           05  XH-BYTE-CHAR            PIC X(01).
       01  XH-BYTE-VALUE REDEFINES XH-BYTE-PAIR
                                       PIC 9(04) COMP.
