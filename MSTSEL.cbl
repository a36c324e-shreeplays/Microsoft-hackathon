
       FD  SELECTION-FILE
           RECORDING MODE IS F.
       01  SELECTION-RECORD           PIC X(60).

       FD  REPORT-FILE
           RECORDING MODE IS F.
