      *> ---------------------------------------------------------
      *> SEQRLG - job-stream run-log record layout (RUNLOG).
      *> Every program in the nightly stream appends one record
      *> when it completes, so the log holds each step's elapsed
      *> time, return code and volumes night after night.  Job
      *> and step names come from the step's RUNID card (see
      *> SEQRID.cpy) and are spaces when no card was supplied.
      *> RLG-RUN-DATE and RLG-START-TIME are when the program
      *> started; the end date is carried separately because a
      *> step can run across midnight.  The record counts are
      *> the program's own key volumes - what it read that
      *> drives its work, and what it produced for the next
      *> step.  A run that ends fatally (RC=16) before it gets
      *> this far writes nothing.  RUNSLA reports on the file.
      *> ---------------------------------------------------------
       01  RUN-LOG-RECORD.
           05  RLG-JOB-NAME           PIC X(8).
           05  RLG-STEP-NAME          PIC X(8).
           05  RLG-PROGRAM-NAME       PIC X(10).
           05  RLG-RUN-DATE           PIC X(8).
           05  RLG-START-TIME         PIC X(6).
           05  RLG-END-DATE           PIC X(8).
           05  RLG-END-TIME           PIC X(6).
           05  RLG-RETURN-CODE        PIC 9(4).
           05  RLG-RECORDS-IN         PIC 9(9).
           05  RLG-RECORDS-OUT        PIC 9(9).
           05  FILLER                 PIC X(4).
