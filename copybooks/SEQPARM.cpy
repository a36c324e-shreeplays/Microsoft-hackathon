      *>   'CKPT-INTERVL'  records between checkpoints
      *>   'PROG-INTERVL'  records between progress messages
      *>                   and operator stop-request checks
      *>   'PICKUP-DEADL'  allocation pickup deadline, HHMM in
      *>                   the low-order four digits; a time
      *>                   before 1200 falls on the morning after
      *>                   the night's run.  Read by RUNSLA, not
      *>                   by NUMBERPROC
      *>   'BOOK-WAIT-DY'  days a transmitted number may stay
      *>                   unbooked by allocation before BOOKREC
      *>                   reports it, in the low-order five
      *>                   digits.  Read by BOOKREC, not by
      *>                   NUMBERPROC
      *>   'PEND-EXPR-DY'  days a SEQPARM / SEQOVR change may wait
      *>                   for approval before it expires, in the
      *>                   low-order five digits.  Read by
      *>                   MNTAPPR, not by NUMBERPROC
      *> ---------------------------------------------------------
       01  PARAMETER-RECORD.
           05  PRM-KEYWORD            PIC X(12).
