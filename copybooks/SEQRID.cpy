      *> ---------------------------------------------------------
      *> SEQRID - run identification card (RUNID), one in-stream
      *> card per step naming the job and step the program is
      *> running under, for the RUNLOG record it writes:
      *>   cols 1-8   job name
      *>   cols 10-17 step name
      *> ---------------------------------------------------------
       01  RUN-ID-CARD.
           05  RID-JOB-NAME           PIC X(8).
           05  FILLER                 PIC X(1).
           05  RID-STEP-NAME          PIC X(8).
           05  FILLER                 PIC X(63).
