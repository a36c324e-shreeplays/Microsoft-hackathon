      *> lane and result plus first/last processed dates, so a
      *> single number can be answered without scanning the
      *> sequential extract generations.
      *> SEQMST-RULE-VERSION is the SEQRUL rule-set version that
      *> produced the lane and result held (zeros when the record
      *> predates rule-set versioning).
      *> The booked lane, amount and booking date are what the
      *> allocation system last reported booking for the number
      *> on its outcome file, kept by BOOKREC so the round trip
      *> can be answered from the master; the booking date is
      *> spaces while nothing has been booked (and on records
      *> that predate the booking feedback).  They are not
      *> classification fields: MSTUPDT leaves them as they stand
      *> on an update (a new number starts with none), and an
      *> MSTVERIF rebuild carries them over.  RUNBACK clears them
      *> when it restores a number to its prior state (or
      *> rebuilds it from history), since allocation is told to
      *> reverse what it booked for the backed-out run.
      *> ---------------------------------------------------------
       01  MASTER-RECORD.
           05  SEQMST-SEQ-NUMBER      PIC 9(9).
           05  SEQMST-SIZE-ERROR-FLAG PIC X(1).
           05  SEQMST-FIRST-PROC-DATE PIC X(8).
           05  SEQMST-LAST-PROC-DATE  PIC X(8).
           05  SEQMST-RULE-VERSION    PIC 9(6).
           05  SEQMST-BOOKED-LANE     PIC X(1).
           05  SEQMST-BOOKED-AMOUNT   PIC 9(9).
           05  SEQMST-BOOKED-DATE     PIC X(8).
