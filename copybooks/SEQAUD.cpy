      *> the originating office.  Spaces on records written
      *> before the field existed and on records with no batch
      *> context.
      *> AUD-RULE-VERSION is the SEQRUL rule-set version (see
      *> RULMNT) in force when the number was classified, so any
      *> historical classification can be explained by the rules
      *> that produced it.  Zeros on records written before rule
      *> sets were versioned.
      *> AUD-CLASS-CODE 'REJ ' marks a rejection, not a
      *> classification.  'REV ' marks a reversal written by
      *> RUNBACK when a run is backed out: an image of the
      *> classification record it cancels - same number, run
      *> date, run time, result, flag, office and version - so
      *> history shows both the original and its cancellation.
      *> Readers pair a reversal with the record of the same
      *> number, date and time and treat the pair as if the
      *> classification had never been made.
      *> AUD-SIZE-ERROR-FLAG 'Y' marks a size error, held in
      *> SEQSUS suspense; 'H' a number classified while an SEQEMB
      *> embargo was in force, held on SEQHLD and not shipped or
      *> applied to SEQMST until HLDREL releases it - the
      *> release is audited as a fresh 'N' record.  'W' marks a
      *> held item HLDREL wrote off instead of releasing - an
      *> image of the held record, dated the write-off day, that
      *> closes the number's history; it is neither shipped nor
      *> applied, and is not a classification.
      *> ---------------------------------------------------------
       01  AUDIT-RECORD.
           05  AUD-SEQ-NUMBER         PIC 9(9).
           05  AUD-RUN-TIME           PIC X(6).
           05  AUD-SIZE-ERROR-FLAG    PIC X(1).
           05  AUD-SOURCE-ID          PIC X(4).
           05  AUD-RULE-VERSION       PIC 9(6).
