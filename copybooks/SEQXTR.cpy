      *> SEQXTR-SOURCE-ID names the regional office whose batch
      *> carried the number (spaces on records written before
      *> the field existed).
      *> SEQXTR-RULE-VERSION is the SEQRUL rule-set version that
      *> classified the number (zeros on records written before
      *> rule sets were versioned); MSTUPDT carries it onto the
      *> master.
      *> Every transmission is wrapped in a file-level envelope -
      *> the same discipline the regional offices' SEQIN batches
      *> are held to: the first record is a header ('H' + run
      *> SEQXTR-SEQ-NUMBER for class NUMERIC.  A file with no
      *> trailer is truncated; a generation that does not follow
      *> the previous one is a lost file.
      *> XTH-TRANSMISSION-TYPE says what the envelope carries:
      *> spaces for classifications (the nightly extract and the
      *> supplemental and release pickups), 'C' for a
      *> cancellation transmission.  RUNBACK writes one when a
      *> night's run is backed out: its details are cancel
      *> records ('C' + the number, lane, result and office as
      *> originally sent + the run date they were sent under),
      *> telling allocation to reverse what it booked.  A cancel
      *> record takes its own generation off XTRGEN like any
      *> other transmission; the trailer counts and hashes the
      *> cancelled results.
      *> 'I' marks an intraday transmission: one office's late
      *> or urgent batch classified outside the nightly window
      *> (NUMBERPROC run with PARM='INTRADAY', see
      *> jcl/NUMBINTR.jcl).  Its details are ordinary
      *> classification records; it takes its own generation
      *> off XTRGEN like any other transmission.
      *> The envelope of a classification run also records the
      *> run's window, so a back-out (RUNBACK) can tell the
      *> run's own SEQAUD records from anything else audited the
      *> same day: XTH-RUN-DATE and XTH-RUN-TIME are when the run
      *> started (on a restart, when the first attempt started),
      *> XTT-RUN-END-TIME is when it wrote its last audit record
      *> and XTT-RUN-END-DAYS how many days after XTH-RUN-DATE
      *> that was (a run past midnight ends on day 1).  Spaces in
      *> XTH-RUN-TIME mean the window was not recorded - an
      *> envelope written before the fields existed, or by a
      *> release or cancellation step.
      *> ---------------------------------------------------------
       01  SEQXTR-RECORD.
           05  SEQXTR-SEQ-NUMBER      PIC 9(9).
           05  SEQXTR-SIZE-ERROR-FLAG PIC X(1).
           05  SEQXTR-RESEND-COUNT    PIC X(2).
           05  SEQXTR-SOURCE-ID       PIC X(4).
           05  SEQXTR-RULE-VERSION    PIC 9(6).
       01  SEQXTR-HEADER-RECORD.
           05  XTH-RECORD-TYPE        PIC X(1).
               88  EXTRACT-HEADER-RECORD VALUE 'H'.
           05  XTH-RUN-DATE           PIC X(8).
           05  XTH-RUN-ID             PIC X(8).
           05  XTH-GENERATION         PIC 9(6).
           05  XTH-TRANSMISSION-TYPE  PIC X(1).
               88  CLASSIFICATION-TRANSMISSION VALUE SPACE.
               88  CANCELLATION-TRANSMISSION   VALUE 'C'.
               88  INTRADAY-TRANSMISSION       VALUE 'I'.
           05  XTH-RUN-TIME           PIC X(6).
           05  FILLER                 PIC X(2).
       01  SEQXTR-TRAILER-RECORD.
           05  XTT-RECORD-TYPE        PIC X(1).
               88  EXTRACT-TRAILER-RECORD VALUE 'T'.
           05  XTT-RECORD-COUNT       PIC 9(9).
           05  XTT-RESULT-HASH        PIC 9(12).
           05  XTT-RUN-END-TIME       PIC X(6).
           05  XTT-RUN-END-DAYS       PIC X(1).
           05  FILLER                 PIC X(3).
       01  SEQXTR-CANCEL-RECORD.
           05  XTC-RECORD-TYPE        PIC X(1).
               88  EXTRACT-CANCEL-RECORD VALUE 'C'.
           05  XTC-SEQ-NUMBER         PIC 9(9).
           05  XTC-LANE-CODE          PIC X(1).
           05  XTC-RESULT             PIC 9(9).
           05  XTC-SOURCE-ID          PIC X(4).
           05  XTC-ORIG-RUN-DATE      PIC X(8).
