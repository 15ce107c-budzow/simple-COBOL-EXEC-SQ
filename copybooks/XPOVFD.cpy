      * XPOVFD - FD and record for the operator's predecessor
      * override cards (PREDOVR), for the nights a program is run
      * out of order on purpose. Keyword in columns 1-8, value from
      * column 9, the same card shape as the other operator control
      * files:
      *   RELEASE   program id in columns 9-16, date (YYYYMMDD) in
      *             columns 18-25 - releases that program past its
      *             predecessor gate for that night only
      *   *         comment
      * The date is the date the night's window opened - noon that
      * day to noon the next - so a card dated for the evening still
      * covers a 0100 start, and a card left in the deck by mistake
      * releases nothing the following night. Read by
      * X016-PREDECESSOR-GATE (XGATE). Pair with a SELECT
      * PRED-OVERRIDE-FILE ASSIGN TO PREDOVR entry in FILE-CONTROL.
       FD  PRED-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  PRED-OVERRIDE-REC.
           05  POV-KEYWORD             PIC X(08).
           05  POV-PROGRAM-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  POV-DATE                PIC X(08).
           05  FILLER                  PIC X(55).
