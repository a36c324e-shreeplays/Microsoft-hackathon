      *> from an old backup leaves the master silently out of
      *> step with history.  This utility derives, per number,
      *> what the master SHOULD say - latest class and result,
      *> first and last processed dates, size-error flag, and
      *> the rule-set version that classified it - from
      *> the audit trail (concatenate the SEQAUDA archive on the
      *> SEQAUD DD for the full history), maps the class to its
      *> lane through the live SEQRUL, and walks the derivation
      *> (flag 'Y') are likewise skipped: those results are held
      *> in SEQSUS suspense and never applied to the master, so
      *> only the SUSREL release (which audits the repaired
      *> value with flag 'N') moves the master.  Embargo held
      *> audit records (flag 'H') are skipped the same way: the
      *> result stays on SEQHLD until HLDREL releases it with a
      *> fresh flag-'N' record, and an HLDREL write-off (flag
      *> 'W') never reaches the master at all.  A 'REV '
      *> reversal (RUNBACK) cancels the record it pairs with, so
      *> a backed-out classification is derived as if it had
      *> never been made.  A class with no rule on the
      *> current SEQRUL maps to lane '?' and is reported, so a
      *> retired lane is reviewed rather than silently guessed.
      *> The allocation booking (BOOKREC) has no audit history;
      *> it is not verified, and a rebuild carries it over from
      *> the master record of the same number (none for a number
      *> that was missing).
      *> RC=0 after a clean verify; RC=4 when verify found drift
      *> (or classes that map to no lane); RC=2 ONLY after a
      *> completed rebuild with every class mapped - the job
           05  NEW-SIZE-ERROR-FLAG    PIC X(1).
           05  NEW-FIRST-PROC-DATE    PIC X(8).
           05  NEW-LAST-PROC-DATE     PIC X(8).
           05  NEW-RULE-VERSION       PIC 9(6).
           05  NEW-BOOKED-LANE        PIC X(1).
           05  NEW-BOOKED-AMOUNT      PIC 9(9).
           05  NEW-BOOKED-DATE        PIC X(8).

       FD  REPORT-FILE
           RECORDING MODE IS F.
           05  SRT-SEQ-NUMBER         PIC 9(9).
           05  SRT-RUN-DATE           PIC X(8).
           05  SRT-RUN-TIME           PIC X(6).
           05  SRT-REVERSAL-KEY       PIC X(1).
           05  SRT-CLASS-CODE         PIC X(4).
           05  SRT-RESULT             PIC 9(9).
           05  SRT-SIZE-ERROR-FLAG    PIC X(1).
           05  SRT-RULE-VERSION       PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
           05  WS-DER-SIZE-ERROR-FLAG PIC X(1) VALUE 'N'.
           05  WS-DER-FIRST-DATE      PIC X(8) VALUE SPACES.
           05  WS-DER-LAST-DATE       PIC X(8) VALUE SPACES.
           05  WS-DER-RULE-VERSION    PIC 9(6) VALUE ZERO.
      *>  The derivation as it stood before the record just
      *>  applied, so a reversal right behind it can take it back.
       01  WS-SAVED-DERIVED-RECORD    PIC X(37) VALUE SPACES.
      *>  Booking carried over from the master for a rebuild.
       01  WS-CARRIED-BOOKING.
           05  WS-CAR-BOOKED-LANE     PIC X(1) VALUE SPACE.
           05  WS-CAR-BOOKED-AMOUNT   PIC 9(9) VALUE ZERO.
           05  WS-CAR-BOOKED-DATE     PIC X(8) VALUE SPACES.
       01  WS-LAST-APPLIED-SWITCH     PIC X VALUE 'N'.
           88  LAST-RECORD-APPLIED    VALUE 'Y'.

      *>  One-record lookahead over the master so the key-order
      *>  walk can drain orphans between derived numbers.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE 'FINDING'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(29)
                                      VALUE 'EXPECTED (LN/RSLT/LAST/VER)'.
           05  FILLER                 PIC X(27) VALUE 'FOUND'.

       01  WS-REPORT-DETAIL-LINE.
           05  RD-SEQ-NUMBER          PIC Z(8)9.
           05  RD-EXP-RESULT          PIC 9(9).
           05  FILLER                 PIC X(1)  VALUE '/'.
           05  RD-EXP-LAST-DATE       PIC X(8).
           05  FILLER                 PIC X(1)  VALUE '/'.
           05  RD-EXP-RULE-VERSION    PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-FND-LANE            PIC X(1).
           05  FILLER                 PIC X(1)  VALUE '/'.
           05  RD-FND-RESULT          PIC 9(9).
           05  FILLER                 PIC X(1)  VALUE '/'.
           05  RD-FND-LAST-DATE       PIC X(8).
           05  FILLER                 PIC X(1)  VALUE '/'.
           05  RD-FND-RULE-VERSION    PIC 9(6).

       01  WS-REPORT-TOTALS-LINE.
           05  FILLER                 PIC X(9)  VALUE 'DERIVED: '.
               ON ASCENDING KEY SRT-SEQ-NUMBER
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-REVERSAL-KEY
               INPUT PROCEDURE IS RELEASE-AUDIT-HISTORY
               OUTPUT PROCEDURE IS VERIFY-SORTED-HISTORY

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
                           TO SRT-SIZE-ERROR-FLAG
                       IF AUD-RULE-VERSION NUMERIC
                           MOVE AUD-RULE-VERSION TO SRT-RULE-VERSION
                       ELSE
                           MOVE ZERO TO SRT-RULE-VERSION
                       END-IF
                       RELEASE HISTORY-SORT-RECORD
               END-READ
           END-PERFORM
      *>  'REJ ' records are consumed but contribute nothing, as
      *>  are size-error records (flag 'Y' - held in suspense,
      *>  never applied to the master); the latest contributing
      *>  record supplies the class, result, flag, rule-set
      *>  version and last processed date, the earliest supplies the first
      *>  processed date.  A 'REV ' reversal sorts straight behind
      *>  the record it cancels and takes it back out.
       COLLECT-ONE-HISTORY-RECORD.
           IF GROUP-IN-FLIGHT
              AND SRT-SEQ-NUMBER NOT = WS-GROUP-SEQ-NUMBER
               MOVE 'N' TO WS-DER-SIZE-ERROR-FLAG
               MOVE SPACES TO WS-DER-FIRST-DATE
               MOVE SPACES TO WS-DER-LAST-DATE
               MOVE ZERO TO WS-DER-RULE-VERSION
               MOVE 'N' TO WS-LAST-APPLIED-SWITCH
           END-IF
           IF SRT-CLASS-CODE = 'REV '
               IF LAST-RECORD-APPLIED
                   MOVE WS-SAVED-DERIVED-RECORD TO WS-DERIVED-RECORD
               END-IF
           END-IF
           IF SRT-CLASS-CODE = 'REJ ' OR 'REV '
            OR SRT-SIZE-ERROR-FLAG = 'Y' OR 'H' OR 'W'
               MOVE 'N' TO WS-LAST-APPLIED-SWITCH
           ELSE
               MOVE WS-DERIVED-RECORD TO WS-SAVED-DERIVED-RECORD
               SET LAST-RECORD-APPLIED TO TRUE
               MOVE SRT-CLASS-CODE TO WS-DER-CLASS-CODE
               MOVE SRT-RESULT TO WS-DER-RESULT
               MOVE SRT-SIZE-ERROR-FLAG TO WS-DER-SIZE-ERROR-FLAG
               MOVE SRT-RUN-DATE TO WS-DER-LAST-DATE
               MOVE SRT-RULE-VERSION TO WS-DER-RULE-VERSION
               IF WS-DER-FIRST-DATE = SPACES
                   MOVE SRT-RUN-DATE TO WS-DER-FIRST-DATE
               END-IF
               PERFORM REPORT-ORPHAN-RECORD
               PERFORM READ-MASTER-RECORD
           END-PERFORM
           MOVE SPACE TO WS-CAR-BOOKED-LANE
           MOVE ZERO TO WS-CAR-BOOKED-AMOUNT
           MOVE SPACES TO WS-CAR-BOOKED-DATE
           IF NOT END-OF-MASTER
              AND WS-MST-KEY = WS-GROUP-SEQ-NUMBER
               PERFORM COMPARE-MASTER-RECORD
               MOVE SEQMST-BOOKED-LANE TO WS-CAR-BOOKED-LANE
               MOVE SEQMST-BOOKED-AMOUNT TO WS-CAR-BOOKED-AMOUNT
               MOVE SEQMST-BOOKED-DATE TO WS-CAR-BOOKED-DATE
               PERFORM READ-MASTER-RECORD
           ELSE
               ADD 1 TO MISSING-COUNT
               MOVE WS-DER-LANE-CODE TO RD-EXP-LANE
               MOVE WS-DER-RESULT TO RD-EXP-RESULT
               MOVE WS-DER-LAST-DATE TO RD-EXP-LAST-DATE
               MOVE WS-DER-RULE-VERSION TO RD-EXP-RULE-VERSION
               MOVE SPACES TO RD-FND-LANE
               MOVE ZERO TO RD-FND-RESULT
               MOVE SPACES TO RD-FND-LAST-DATE
               MOVE ZERO TO RD-FND-RULE-VERSION
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

              AND SEQMST-SIZE-ERROR-FLAG = WS-DER-SIZE-ERROR-FLAG
              AND SEQMST-FIRST-PROC-DATE = WS-DER-FIRST-DATE
              AND SEQMST-LAST-PROC-DATE = WS-DER-LAST-DATE
              AND SEQMST-RULE-VERSION = WS-DER-RULE-VERSION
               ADD 1 TO MATCHED-OK-COUNT
           ELSE
               ADD 1 TO STALE-COUNT
               MOVE WS-DER-LANE-CODE TO RD-EXP-LANE
               MOVE WS-DER-RESULT TO RD-EXP-RESULT
               MOVE WS-DER-LAST-DATE TO RD-EXP-LAST-DATE
               MOVE WS-DER-RULE-VERSION TO RD-EXP-RULE-VERSION
               MOVE SEQMST-LANE-CODE TO RD-FND-LANE
               MOVE SEQMST-RESULT TO RD-FND-RESULT
               MOVE SEQMST-LAST-PROC-DATE TO RD-FND-LAST-DATE
               MOVE SEQMST-RULE-VERSION TO RD-FND-RULE-VERSION
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

           MOVE SPACES TO RD-EXP-LANE
           MOVE ZERO TO RD-EXP-RESULT
           MOVE SPACES TO RD-EXP-LAST-DATE
           MOVE ZERO TO RD-EXP-RULE-VERSION
           MOVE SEQMST-LANE-CODE TO RD-FND-LANE
           MOVE SEQMST-RESULT TO RD-FND-RESULT
           MOVE SEQMST-LAST-PROC-DATE TO RD-FND-LAST-DATE
           MOVE SEQMST-RULE-VERSION TO RD-FND-RULE-VERSION
           PERFORM WRITE-REPORT-DETAIL.

       READ-MASTER-RECORD.
           MOVE WS-DER-SIZE-ERROR-FLAG TO NEW-SIZE-ERROR-FLAG
           MOVE WS-DER-FIRST-DATE TO NEW-FIRST-PROC-DATE
           MOVE WS-DER-LAST-DATE TO NEW-LAST-PROC-DATE
           MOVE WS-DER-RULE-VERSION TO NEW-RULE-VERSION
           MOVE WS-CAR-BOOKED-LANE TO NEW-BOOKED-LANE
           MOVE WS-CAR-BOOKED-AMOUNT TO NEW-BOOKED-AMOUNT
           MOVE WS-CAR-BOOKED-DATE TO NEW-BOOKED-DATE
           WRITE NEW-MASTER-RECORD
           IF WS-SEQMSTN-STATUS = "00"
               ADD 1 TO REBUILT-COUNT
