
      * One acknowledgment per record, keyed in by the operator who
      * answered the page: the acknowledged alert's own timestamp and
      * program id, then who acknowledged it. Db2ServiceDeskLink
      * appends one the same way when the desk closes the alert's
      * ticket.
       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-REC.
