      *> rate.  Records written before the source id existed (or
      *> outside any batch) carry spaces and are grouped on a
      *> page of their own so no volume goes unbilled silently.
      *> 'REV ' records (RUNBACK reversals) are not volume and
      *> are left off the statement: the office is billed for
      *> the work processed, and a backed-out run that is
      *> resubmitted is processed, and billed, again.  Flag 'W'
      *> records (HLDREL write-offs of held items) are not work
      *> processed either and are left off the same way.
      *> The audit trail is regrouped by office and date with an
      *> internal sort, so any size of audit file can be
      *> reported; concatenate the SEQAUDA archive on SEQAUD for
                   NOT AT END
                       ADD 1 TO AUDIT-READ-COUNT
                       IF AUD-RUN-DATE (1:6) = WS-STATEMENT-MONTH
                          AND AUD-CLASS-CODE NOT = 'REV '
                          AND AUD-SIZE-ERROR-FLAG NOT = 'W'
                           ADD 1 TO SELECTED-COUNT
                           MOVE AUD-SOURCE-ID TO SRT-SOURCE-ID
                           MOVE AUD-RUN-DATE TO SRT-RUN-DATE
