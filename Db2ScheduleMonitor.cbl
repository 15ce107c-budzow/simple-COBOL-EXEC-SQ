       DATA DIVISION.
       FILE SECTION.
       COPY XRNJFD.
       COPY XSCHFD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
