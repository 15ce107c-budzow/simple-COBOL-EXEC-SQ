      * statement id), so old records misparse under this copy
      * rather than merely read blank - convert them before loading
      * them into the keyed queue or counting them as history.
      *
      * An escalated exception goes to the service desk as a ticket
      * (Db2ServiceDeskLink). EXQ-TICKET-NUMBER holds the low-order
      * seven characters of the desk's ticket number once the desk
      * reports it back - the full number stays on the ticket
      * history (TKTHIST) - and status 'C' means the desk closed the
      * ticket. Writers leave the ticket number blank.
       FD  EXCEPTION-QUEUE-FILE
           RECORDING MODE IS F.
       01  EXCPTN-REC.
               88  EXQ-STATUS-REVIEWED     VALUE 'R'.
               88  EXQ-STATUS-ACCEPTED     VALUE 'A'.
               88  EXQ-STATUS-ESCALATED    VALUE 'E'.
               88  EXQ-STATUS-TICKET-CLOSED VALUE 'C'.
           05  EXQ-ASSIGNED-REVIEWER   PIC X(08).
           05  EXQ-TICKET-NUMBER       PIC X(07).
