
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD             PIC X(47).

       FD  RETAINED-FILE
           RECORDING MODE IS F.
       01  RETAINED-RECORD            PIC X(47).

       WORKING-STORAGE SECTION.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
