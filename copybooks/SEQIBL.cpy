      *> ---------------------------------------------------------
      *> SEQIBL - intraday balance record layout (INTRBAL).
      *> DAYBAL run with PARM='INTRADAY' at the end of each
      *> intraday run (jcl/NUMBINTR.jcl) counts that run's own
      *> files - its SEQIN, SEQDUP, SEQREJ, intraday extract,
      *> suspense and MSTUPDT control - and appends one record
      *> here.  That night's DAYBAL reads every record dated
      *> today and carries each intraday run on the control
      *> sheet as legs of its own, and adds the run's extract
      *> and suspense records to leg 2 so the day's SEQAUD
      *> classifications balance end to end, and its held
      *> records to the held-items leg.
      *> IBL-GENERATION is the intraday extract's envelope
      *> generation; IBL-SOURCE-ID the office whose batch ran.
      *> IBL-BALANCE-FLAG is the intraday sheet's own verdict.
      *> IBL-HELD-COUNT is the run's SEQHLD embargo held items;
      *> not numeric on records written before it existed, which
      *> readers take as zero.
      *> ---------------------------------------------------------
       01  INTRADAY-BALANCE-RECORD.
           05  IBL-RUN-DATE           PIC X(8).
           05  IBL-RUN-TIME           PIC X(6).
           05  IBL-GENERATION         PIC 9(6).
           05  IBL-SOURCE-ID          PIC X(4).
           05  IBL-INPUT-DETAILS      PIC 9(9).
           05  IBL-DUPLICATES         PIC 9(9).
           05  IBL-DETAIL-REJECTS     PIC 9(9).
           05  IBL-EXTRACT-COUNT      PIC 9(9).
           05  IBL-SUSPENSE-COUNT     PIC 9(9).
           05  IBL-MASTER-APPLIED     PIC 9(9).
           05  IBL-BALANCE-FLAG       PIC X(1).
               88  IBL-IN-BALANCE     VALUE 'B'.
               88  IBL-OUT-OF-BALANCE VALUE 'O'.
           05  FILLER                 PIC X(1).
           05  IBL-HELD-COUNT         PIC 9(9).
