      *> no per-number table is held and any size of audit file
      *> can be simulated against.  'REJ ' records document a
      *> rejection, not a classification - a number with only
      *> 'REJ ' history is skipped.  A 'REV ' record (RUNBACK
      *> reversal) takes back the classification it pairs with,
      *> so the number is judged on the class it held before.
      *> SIMRPT carries the proposed rule listing, one detail
      *> line per number whose class would change (or that would
      *> fall through to NO-RULE-FND), a movement summary (old
           05  SRT-SEQ-NUMBER         PIC 9(9).
           05  SRT-RUN-DATE           PIC X(8).
           05  SRT-RUN-TIME           PIC X(6).
           05  SRT-REVERSAL-KEY       PIC X(1).
           05  SRT-CLASS-CODE         PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-GROUP-ACTIVE-SWITCH     PIC X VALUE 'N'.
           88  GROUP-IN-FLIGHT        VALUE 'Y'.
       01  WS-GROUP-CLASS-CODE        PIC X(4) VALUE SPACES.
       01  WS-GROUP-SAVED-CLASS-CODE  PIC X(4) VALUE SPACES.

      *>  Movement summary: one entry per (old class, new class)
      *>  pair seen, 'NONE' standing in for NO-RULE-FND.
               ON ASCENDING KEY SRT-SEQ-NUMBER
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-REVERSAL-KEY
               INPUT PROCEDURE IS RELEASE-AUDIT-HISTORY
               OUTPUT PROCEDURE IS SIMULATE-SORTED-HISTORY

                       MOVE AUD-SEQ-NUMBER TO SRT-SEQ-NUMBER
                       MOVE AUD-RUN-DATE TO SRT-RUN-DATE
                       MOVE AUD-RUN-TIME TO SRT-RUN-TIME
                       IF AUD-CLASS-CODE = 'REV '
                           MOVE '1' TO SRT-REVERSAL-KEY
                       ELSE
                           MOVE '0' TO SRT-REVERSAL-KEY
                       END-IF
                       MOVE AUD-CLASS-CODE TO SRT-CLASS-CODE
                       RELEASE HISTORY-SORT-RECORD
               END-READ

      *>  Records for one number arrive together in run order;
      *>  the latest non-'REJ ' class is what production last
      *>  said about the number.  A 'REV ' record sorts straight
      *>  behind the record it reverses and puts back the class
      *>  held before it.  Each completed group is simulated
      *>  once.
       COLLECT-ONE-HISTORY-RECORD.
           IF GROUP-IN-FLIGHT
              AND SRT-SEQ-NUMBER NOT = WS-GROUP-SEQ-NUMBER
               SET GROUP-IN-FLIGHT TO TRUE
               MOVE SRT-SEQ-NUMBER TO WS-GROUP-SEQ-NUMBER
               MOVE SPACES TO WS-GROUP-CLASS-CODE
               MOVE SPACES TO WS-GROUP-SAVED-CLASS-CODE
           END-IF
           EVALUATE SRT-CLASS-CODE
               WHEN 'REJ '
                   CONTINUE
               WHEN 'REV '
                   MOVE WS-GROUP-SAVED-CLASS-CODE
                       TO WS-GROUP-CLASS-CODE
               WHEN OTHER
                   MOVE WS-GROUP-CLASS-CODE
                       TO WS-GROUP-SAVED-CLASS-CODE
                   MOVE SRT-CLASS-CODE TO WS-GROUP-CLASS-CODE
           END-EVALUATE.

       SIMULATE-ONE-NUMBER.
           IF WS-GROUP-CLASS-CODE = SPACES
