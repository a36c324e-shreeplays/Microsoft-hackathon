      *> for open rejects, ACKRPT for the allocation handshake.
      *> This program takes one sequence number on a NIQPARM
      *> card and writes a single consolidated report (NIQRPT):
      *>   - current SEQMST master state (or NOT ON MASTER),
      *>     including the rule-set version that produced it
      *>   - full SEQAUD run history in run order, each record
      *>     with the rule-set version it ran under, lane changes
      *>     flagged CHANGE the way AUDINQ flags them ('REJ '
      *>     and 'REV ' records listed but never flagged, never
      *>     counted as a classification)
      *>   - every recycle tie-out disposition for the number
      *>     from the current SEQRCY (open, corrected, written
      *>     off)
      *>   - the latest acknowledgment status: acknowledged with
      *>     its date, sent on the current extract but
      *>     unacknowledged, or not on the current extract
      *>   - what allocation finally booked, as BOOKREC last
      *>     recorded it on the master (date, lane and amount),
      *>     flagged when it differs from the master's lane and
      *>     result
      *> SEQAUD arrives in run order, so for a single number the
      *> history needs no sort; concatenate the SEQAUDA archive
      *> on the SEQAUD DD for a longer look back.

       01  WS-MASTER-FOUND-SWITCH     PIC X VALUE 'N'.
           88  MASTER-RECORD-FOUND    VALUE 'Y'.
      *>  The master's lane, result and booking, kept from the
      *>  master read for the booking section at the end.
       01  WS-MASTER-BOOKING.
           05  WS-MBK-LANE-CODE       PIC X(1) VALUE SPACE.
           05  WS-MBK-RESULT          PIC 9(9) VALUE ZERO.
           05  WS-MBK-BOOKED-LANE     PIC X(1) VALUE SPACE.
           05  WS-MBK-BOOKED-AMOUNT   PIC 9(9) VALUE ZERO.
           05  WS-MBK-BOOKED-DATE     PIC X(8) VALUE SPACES.
       01  WS-BOOKED-AMOUNT-EDIT      PIC Z(8)9.
      *>  Per-number state while walking the history: previous
      *>  non-'REJ ' class, SPACES meaning not classified yet,
      *>  with the run date/time that set it and the class it
      *>  replaced, so a 'REV ' reversal of that run puts the
      *>  class back.
       01  WS-PRIOR-CLASS-CODE        PIC X(4) VALUE SPACES.
       01  WS-PRIOR-RUN-STAMP         PIC X(14) VALUE SPACES.
       01  WS-SAVED-PRIOR-CLASS-CODE  PIC X(4) VALUE SPACES.
       01  WS-ACK-FOUND-SWITCH        PIC X VALUE 'N'.
           88  ACK-RECORD-FOUND       VALUE 'Y'.
       01  WS-ACK-LATEST-DATE         PIC X(8) VALUE SPACES.
           05  MS-FIRST-PROC-DATE     PIC X(8).
           05  FILLER                 PIC X(7)  VALUE '  LAST '.
           05  MS-LAST-PROC-DATE      PIC X(8).
           05  FILLER                 PIC X(8)  VALUE '  RULES '.
           05  MS-RULE-VERSION        PIC 9(6).

       01  WS-HISTORY-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  HS-SOURCE-ID           PIC X(4).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  HS-RULE-VERSION        PIC 9(6).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  HS-CHANGE-TEXT         PIC X(6).
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-RECYCLE-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           PERFORM REPORT-AUDIT-HISTORY
           PERFORM REPORT-RECYCLE-STATE
           PERFORM REPORT-ACK-STATE
           PERFORM REPORT-BOOKING-STATE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
                           TO MS-FIRST-PROC-DATE
                       MOVE SEQMST-LAST-PROC-DATE
                           TO MS-LAST-PROC-DATE
                       IF SEQMST-RULE-VERSION NUMERIC
                           MOVE SEQMST-RULE-VERSION
                               TO MS-RULE-VERSION
                       ELSE
                           MOVE ZERO TO MS-RULE-VERSION
                       END-IF
                       MOVE WS-MASTER-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SEQMST-LANE-CODE TO WS-MBK-LANE-CODE
                       MOVE SEQMST-RESULT TO WS-MBK-RESULT
                       MOVE SEQMST-BOOKED-LANE TO WS-MBK-BOOKED-LANE
                       MOVE SEQMST-BOOKED-AMOUNT
                           TO WS-MBK-BOOKED-AMOUNT
                       MOVE SEQMST-BOOKED-DATE TO WS-MBK-BOOKED-DATE
                   WHEN "23"
                       MOVE 'NOT ON MASTER' TO TX-TEXT
                       PERFORM WRITE-TEXT-LINE
      *>  SEQAUD is appended run after run, so a straight read
      *>  delivers this number's records already in run order;
      *>  the CHANGE flag is settled against the previous
      *>  non-'REJ ' class exactly as AUDINQ settles it.  A
      *>  RUNBACK 'REV ' record is appended on the back-out day,
      *>  so it takes back the class only when the run it
      *>  reverses is still the number's latest classification.
       REPORT-AUDIT-HISTORY.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AUD-RUN-TIME TO HS-RUN-TIME
           MOVE AUD-SIZE-ERROR-FLAG TO HS-SIZE-ERROR-FLAG
           MOVE AUD-SOURCE-ID TO HS-SOURCE-ID
           IF AUD-RULE-VERSION NUMERIC
               MOVE AUD-RULE-VERSION TO HS-RULE-VERSION
           ELSE
               MOVE ZERO TO HS-RULE-VERSION
           END-IF
           MOVE SPACES TO HS-CHANGE-TEXT
           EVALUATE AUD-CLASS-CODE
               WHEN 'REJ '
                   CONTINUE
               WHEN 'REV '
                   IF WS-PRIOR-RUN-STAMP (1:8) = AUD-RUN-DATE
                      AND WS-PRIOR-RUN-STAMP (9:6) = AUD-RUN-TIME
                       MOVE WS-SAVED-PRIOR-CLASS-CODE
                           TO WS-PRIOR-CLASS-CODE
                       MOVE SPACES TO WS-PRIOR-RUN-STAMP
                   END-IF
               WHEN OTHER
                   IF WS-PRIOR-CLASS-CODE NOT = SPACES
                      AND WS-PRIOR-CLASS-CODE NOT = AUD-CLASS-CODE
                       MOVE 'CHANGE' TO HS-CHANGE-TEXT
                       ADD 1 TO CHANGE-COUNT
                   END-IF
                   MOVE WS-PRIOR-CLASS-CODE
                       TO WS-SAVED-PRIOR-CLASS-CODE
                   MOVE AUD-CLASS-CODE TO WS-PRIOR-CLASS-CODE
                   MOVE AUD-RUN-DATE TO WS-PRIOR-RUN-STAMP (1:8)
                   MOVE AUD-RUN-TIME TO WS-PRIOR-RUN-STAMP (9:6)
           END-EVALUATE
           MOVE WS-HISTORY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

                   PERFORM WRITE-TEXT-LINE
           END-EVALUATE.

      *>  The booking closes the round trip: BOOKREC records on
      *>  the master the lane and amount allocation booked, so
      *>  the help desk sees whether what we sent was what was
      *>  booked.
       REPORT-BOOKING-STATE.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALLOCATION BOOKING' TO SC-SECTION-TEXT
           PERFORM WRITE-SECTION-LINE
           EVALUATE TRUE
               WHEN NOT MASTER-RECORD-FOUND
                   MOVE 'NO MASTER RECORD, BOOKING NOT KNOWN'
                       TO TX-TEXT
                   PERFORM WRITE-TEXT-LINE
               WHEN WS-MBK-BOOKED-DATE = SPACES
                   MOVE 'NOT BOOKED BY ALLOCATION' TO TX-TEXT
                   PERFORM WRITE-TEXT-LINE
               WHEN OTHER
                   MOVE WS-MBK-BOOKED-AMOUNT TO WS-BOOKED-AMOUNT-EDIT
                   MOVE SPACES TO TX-TEXT
                   STRING 'BOOKED ON ' WS-MBK-BOOKED-DATE
                          ' LANE ' WS-MBK-BOOKED-LANE
                          ' AMOUNT ' WS-BOOKED-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO TX-TEXT
                   PERFORM WRITE-TEXT-LINE
                   IF WS-MBK-BOOKED-LANE NOT = WS-MBK-LANE-CODE
                    OR WS-MBK-BOOKED-AMOUNT NOT = WS-MBK-RESULT
                       MOVE 'BOOKING DIFFERS FROM MASTER LANE/RESULT'
                           TO TX-TEXT
                       PERFORM WRITE-TEXT-LINE
                   END-IF
           END-EVALUATE.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
