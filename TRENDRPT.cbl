      *> is paginated for distribution.  Run AUDRETN first when
      *> a 13-month window is wanted; point SEQAUD at the archive
      *> concatenation for a longer look back.
      *> 'REV ' records (RUNBACK reversals) are appended on the
      *> back-out day under the date of the run they reverse, so
      *> they would break the date grouping; they are read past
      *> and the trend shows the runs as they were processed.
      *> Flag 'W' records (HLDREL write-offs of held items) are
      *> not classifications and are read past the same way.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
           STOP RUN.

       READ-AUDIT-RECORD.
           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM READ-NEXT-AUDIT-RECORD
               UNTIL END-OF-AUDIT
                  OR (AUD-CLASS-CODE NOT = 'REV '
                      AND AUD-SIZE-ERROR-FLAG NOT = 'W').

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
