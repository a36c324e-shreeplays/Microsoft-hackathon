      *> step either repairs the value or formally writes the
      *> item off.  SUS-CAPPED-RESULT holds the capped value the
      *> computation produced, for the reviewer's reference only.
      *> SUS-RULE-VERSION is the SEQRUL rule-set version that
      *> classified the item; SUSREL carries it onto the release
      *> extract and audit record so a repaired value keeps the
      *> rules that classified it.
      *> ---------------------------------------------------------
       01  SUSPENSE-RECORD.
           05  SUS-SEQ-NUMBER         PIC 9(9).
           05  SUS-CAPPED-RESULT      PIC 9(9).
           05  SUS-SOURCE-ID          PIC X(4).
           05  SUS-RUN-DATE           PIC X(8).
           05  SUS-RULE-VERSION       PIC 9(6).
