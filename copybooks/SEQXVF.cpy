      *> ---------------------------------------------------------
      *> SEQXVF - extract verification control record (XVFCTL).
      *> One record, rewritten by XTRVERIF every time it
      *> verifies a nightly extract, naming the extract it
      *> verified (the envelope's generation, run date and run
      *> id) and what it decided:
      *>   'R' release - every detail verified and the envelope
      *>       is whole
      *>   'H' hold    - XVFRPT lists exceptions
      *> Intraday extracts do not touch it.  XVFGATE reads it
      *> ahead of every job that picks up SEQXTR(0) and lets the
      *> job run only when the record names that very extract
      *> and says release; an extract the control does not name
      *> (verification never ran, ended RC=16, or verified some
      *> other generation) is held the same as one that failed.
      *> ---------------------------------------------------------
       01  XVF-CONTROL-RECORD.
           05  XVF-GENERATION         PIC 9(6).
           05  XVF-RUN-DATE           PIC X(8).
           05  XVF-RUN-ID             PIC X(8).
           05  XVF-VERDICT            PIC X(1).
               88  XVF-RELEASE        VALUE 'R'.
               88  XVF-HOLD           VALUE 'H'.
           05  XVF-VERIFIED-DATE      PIC X(8).
           05  XVF-VERIFIED-TIME      PIC X(6).
           05  XVF-EXCEPTION-COUNT    PIC 9(9).
           05  FILLER                 PIC X(2).
