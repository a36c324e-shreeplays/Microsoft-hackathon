      *> ---------------------------------------------------------
      *> SEQLSN - month-end lane population snapshot record.
      *> One record per lane, written by LANEROLL from the SEQMST
      *> classification master at month end: the number of
      *> numbers whose master record sat in the lane when the
      *> month closed.  Each month's snapshot is retained as a
      *> generation and is the opening population of the next
      *> month's roll-forward, so the statement proves every
      *> change in a lane's population from one snapshot to the
      *> next.
      *> LSN-TAKEN-DATE is the date the snapshot was taken, which
      *> may fall a day or two after the month it closes.
      *> ---------------------------------------------------------
       01  LANE-SNAPSHOT-RECORD.
           05  LSN-SNAPSHOT-MONTH     PIC X(6).
           05  LSN-LANE-CODE          PIC X(1).
           05  LSN-POPULATION         PIC 9(9).
           05  LSN-TAKEN-DATE         PIC X(8).
