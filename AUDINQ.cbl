      *> (rejected inputs) are listed but never flagged and never
      *> count as a classification - a number that is rejected
      *> and later classified back into its old lane has not
      *> moved.  'REV ' records (RUNBACK reversals) are listed
      *> and never flagged either; a reversal takes back the
      *> classification it pairs with, so the next record is
      *> compared with the class the number held before it.
      *> The audit trail is grouped per number with an internal
      *> sort and the selected records are sorted back into
      *> date/time order for the report, so the program holds no
           05  SRT-SEQ-NUMBER         PIC 9(9).
           05  SRT-RUN-DATE           PIC X(8).
           05  SRT-RUN-TIME           PIC X(6).
           05  SRT-REVERSAL-KEY       PIC X(1).
           05  SRT-CLASS-CODE         PIC X(4).
           05  SRT-RESULT             PIC 9(9).
           05  SRT-SIZE-ERROR-FLAG    PIC X(1).
       01  WS-GROUP-ACTIVE-SWITCH     PIC X VALUE 'N'.
           88  GROUP-IN-FLIGHT        VALUE 'Y'.
       01  WS-PRIOR-CLASS-CODE        PIC X(4) VALUE SPACES.
       01  WS-SAVED-PRIOR-CLASS-CODE  PIC X(4) VALUE SPACES.
       01  WS-CHANGE-SWITCH           PIC X VALUE 'N'.
           88  CLASS-CHANGED          VALUE 'Y'.

               ON ASCENDING KEY SRT-SEQ-NUMBER
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-REVERSAL-KEY
               INPUT PROCEDURE IS RELEASE-AUDIT-HISTORY
               OUTPUT PROCEDURE IS EVALUATE-SORTED-HISTORY

               ON ASCENDING KEY SSR-RUN-DATE
                                SSR-RUN-TIME
                                SSR-SEQ-NUMBER
               WITH DUPLICATES IN ORDER
               USING SELECTED-WORK-FILE
               GIVING SELECTED-SORTED-FILE

                       MOVE AUD-SEQ-NUMBER TO SRT-SEQ-NUMBER
                       MOVE AUD-RUN-DATE TO SRT-RUN-DATE
                       MOVE AUD-RUN-TIME TO SRT-RUN-TIME
                       IF AUD-CLASS-CODE = 'REV '
                           MOVE '1' TO SRT-REVERSAL-KEY
                       ELSE
                           MOVE '0' TO SRT-REVERSAL-KEY
                       END-IF
                       MOVE AUD-CLASS-CODE TO SRT-CLASS-CODE
                       MOVE AUD-RESULT TO SRT-RESULT
                       MOVE AUD-SIZE-ERROR-FLAG

      *>  Records for one number arrive together in run order.
      *>  A 'REJ ' record never carries or changes the number's
      *>  classification; a 'REV ' record sorts straight behind
      *>  the record it reverses and puts back the class held
      *>  before it.  For any other record the CHANGE flag is
      *>  set when the class differs from the number's previous
      *>  classification.
       EVALUATE-ONE-HISTORY-RECORD.
               SET GROUP-IN-FLIGHT TO TRUE
               MOVE SRT-SEQ-NUMBER TO WS-GROUP-SEQ-NUMBER
               MOVE SPACES TO WS-PRIOR-CLASS-CODE
               MOVE SPACES TO WS-SAVED-PRIOR-CLASS-CODE
           END-IF
           MOVE 'N' TO WS-CHANGE-SWITCH
           EVALUATE SRT-CLASS-CODE
               WHEN 'REJ '
                   CONTINUE
               WHEN 'REV '
                   MOVE WS-SAVED-PRIOR-CLASS-CODE
                       TO WS-PRIOR-CLASS-CODE
               WHEN OTHER
                   IF WS-PRIOR-CLASS-CODE NOT = SPACES
                      AND WS-PRIOR-CLASS-CODE NOT = SRT-CLASS-CODE
                       SET CLASS-CHANGED TO TRUE
                   END-IF
                   MOVE WS-PRIOR-CLASS-CODE
                       TO WS-SAVED-PRIOR-CLASS-CODE
                   MOVE SRT-CLASS-CODE TO WS-PRIOR-CLASS-CODE
           END-EVALUATE
           IF (NUMBER-INQUIRY
               AND SRT-SEQ-NUMBER = WS-INQ-SEQ-NUMBER)
            OR (DATE-RANGE-INQUIRY
