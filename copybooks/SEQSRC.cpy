      *> ---------------------------------------------------------
      *> SEQSRC - regional office registry record layout.
      *> One record per office allowed to send SEQIN batches,
      *> keyed by source id (one record per id).
      *> NUMBERPROC holds out every batch whose source id is not
      *> registered, or whose office is marked inactive, and
      *> SRCCHK lists the active offices expected on the run
      *> date that sent nothing.  REG-EXPECTED-DAYS carries one
      *> byte per weekday, Monday first: 'Y' = a batch is
      *> expected that day, 'N' = not.  The contact is who the
      *> operators call when the office's batch is missing.
      *> The file is maintained only through SRCMNT, which logs
      *> every add, change and removal with before/after images
      *> the way PARMMNT does for SEQPARM.
      *> ---------------------------------------------------------
       01  OFFICE-RECORD.
           05  REG-SOURCE-ID          PIC X(4).
           05  REG-OFFICE-NAME        PIC X(20).
           05  REG-OFFICE-STATUS      PIC X(1).
               88  REG-OFFICE-ACTIVE    VALUE 'A'.
               88  REG-OFFICE-INACTIVE  VALUE 'I'.
           05  REG-EXPECTED-DAYS      PIC X(7).
           05  REG-CONTACT            PIC X(20).
