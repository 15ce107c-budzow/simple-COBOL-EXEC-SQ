      * maintenance entry that can legitimately touch ten million
      * rows should carry a guard value, which trips long before
      * the cap does.
      * An AUDARCH generation also carries the daily control totals
      * for the days archived into it (XACTFD); those records lead
      * with a marker instead of a timestamp, and a reader pointed at
      * archived trail tests AUD-IS-CONTROL-REC to pass over them.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05  AUD-STATEMENT-ID        PIC X(30).
           05  AUD-ROW-COUNT           PIC 9(07).
           05  FILLER                  PIC X(01).
       01  AUDIT-REC-MARKER-VIEW.
           05  AUD-CONTROL-MARKER      PIC X(08).
               88  AUD-IS-CONTROL-REC      VALUE '*AUDCTL*'.
           05  FILLER                  PIC X(72).
