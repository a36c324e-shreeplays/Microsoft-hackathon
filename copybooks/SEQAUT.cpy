      *> ---------------------------------------------------------
      *> SEQAUT - authorized approver record layout.
      *> One record per user per file that user may approve
      *> maintenance for ('SEQPARM' or 'SEQOVR').  MNTAPPR
      *> refuses a decision from a user with no record for the
      *> file the pending item maintains.  The table is kept by
      *> security administration under change control.
      *> ---------------------------------------------------------
       01  AUTHORIZED-USER-RECORD.
           05  AUT-USER-ID            PIC X(8).
           05  AUT-TARGET-FILE        PIC X(8).
           05  AUT-USER-NAME          PIC X(24).
