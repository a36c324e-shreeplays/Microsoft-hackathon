      *> ---------------------------------------------------------
      *> SEQRCPT - batch receipt record layout (80 bytes).
      *> NUMBERPROC returns one receipt per SEQIN batch it
      *> classifies, for transmission back to the regional office
      *> that sent it.  Each receipt stands alone: an 'H' header,
      *> one 'R' record per rejected number, and a 'T' trailer.
      *> Every record carries the source id, batch date and the
      *> batch's position in the night's input, so an office's
      *> system can pick out its own receipts from the combined
      *> file and tie each one to the batch it sent.  On a
      *> partitioned night (jcl/NUMBPAR.jcl) SEQMERGE numbers the
      *> batches in merged order instead, one number per receipt,
      *> so the number is still unique within the night's file;
      *> there the two parts of a batch receipted across a
      *> partition restart carry consecutive numbers.
      *>   Header  - run date, balance status as settled against
      *>             the batch trailer ('B' balanced, 'O' out of
      *>             balance - every detail then rejected
      *>             BATCH-OO-BAL), the office's declared count and
      *>             hash, the count and hash actually received
      *>             after DUPCHECK removed duplicates, and the
      *>             office's standing on the SEQSRC registry ('A'
      *>             active; 'I' inactive or 'U' unregistered -
      *>             every detail then rejected INACTIVE-SRC or
      *>             UNKNOWN-SRC, whatever the balance status; 'X'
      *>             on an intraday run, an office other than the
      *>             run's own - every detail rejected
      *>             NOT-INTRADAY).
      *>   Reject  - the number as sent and its SEQREJ reason code.
      *>   Trailer - accepted (classified onto the extract),
      *>             rejected, duplicate (routed to SEQDUP by
      *>             DUPCHECK), suspended (classified, held in
      *>             SEQSUS on a size error) and held (classified,
      *>             held on SEQHLD under an SEQEMB embargo)
      *>             counts, and the number
      *>             of records in the receipt including the header
      *>             and trailer.  Declared count = received count
      *>             + duplicates on a balanced batch.
      *> A receipt with no trailer was cut short and must not be
      *> loaded.
      *> ---------------------------------------------------------
       01  RECEIPT-RECORD.
           05  RCP-RECORD-TYPE        PIC X(1).
               88  RECEIPT-HEADER-RECORD  VALUE 'H'.
               88  RECEIPT-REJECT-RECORD  VALUE 'R'.
               88  RECEIPT-TRAILER-RECORD VALUE 'T'.
           05  RCP-SOURCE-ID          PIC X(4).
           05  RCP-BATCH-DATE         PIC X(8).
           05  RCP-BATCH-NUMBER       PIC 9(4).
           05  RCP-RECORD-BODY        PIC X(63).
           05  RCP-HEADER-VIEW REDEFINES RCP-RECORD-BODY.
               10  RCH-RUN-DATE       PIC X(8).
               10  RCH-BATCH-STATUS   PIC X(1).
                   88  RECEIPT-BATCH-BALANCED   VALUE 'B'.
                   88  RECEIPT-BATCH-OUT-OF-BAL VALUE 'O'.
               10  RCH-DECLARED-COUNT PIC 9(9).
               10  RCH-DECLARED-HASH  PIC 9(12).
               10  RCH-ACTUAL-COUNT   PIC 9(9).
               10  RCH-ACTUAL-HASH    PIC 9(12).
               10  RCH-OFFICE-STATUS  PIC X(1).
                   88  RECEIPT-OFFICE-ACTIVE    VALUE 'A'.
                   88  RECEIPT-OFFICE-INACTIVE  VALUE 'I'.
                   88  RECEIPT-OFFICE-UNKNOWN   VALUE 'U'.
                   88  RECEIPT-OFFICE-NOT-INTRADAY VALUE 'X'.
               10  FILLER             PIC X(11).
           05  RCP-REJECT-VIEW REDEFINES RCP-RECORD-BODY.
               10  RCR-SEQ-NUMBER     PIC X(9).
               10  RCR-REASON-CODE    PIC X(12).
               10  FILLER             PIC X(42).
           05  RCP-TRAILER-VIEW REDEFINES RCP-RECORD-BODY.
               10  RCT-ACCEPTED       PIC 9(9).
               10  RCT-REJECTED       PIC 9(9).
               10  RCT-DUPLICATES     PIC 9(9).
               10  RCT-SUSPENDED      PIC 9(9).
               10  RCT-RECORD-COUNT   PIC 9(9).
               10  RCT-HELD           PIC 9(9).
               10  FILLER             PIC X(9).
