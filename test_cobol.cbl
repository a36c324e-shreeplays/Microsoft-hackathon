               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSUS-STATUS.

           SELECT HELD-FILE ASSIGN TO "SEQHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLD-STATUS.

           SELECT EMBARGO-FILE ASSIGN TO "SEQEMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQEMB-STATUS.

           SELECT GENERATION-FILE ASSIGN TO "XTRGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRGEN-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRUL-STATUS.

           SELECT RULE-VERSION-FILE ASSIGN TO "RULVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULVER-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "SEQRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRCPT-STATUS.

           SELECT OFFICE-FILE ASSIGN TO "SEQSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSRC-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-INPUT-FILE
      *>  rejected) by the end of this checkpoint, so restart can
      *>  skip by position instead of by value.
           05  CKPT-RECORD-COUNT      PIC 9(9).
      *>  When the run being checkpointed started, so a restart
      *>  keeps the run's window on the extract envelope.
           05  CKPT-RUN-START         PIC X(14).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY "SEQSUS.cpy".

       FD  HELD-FILE
           RECORDING MODE IS F.
       COPY "SEQHLD.cpy".

      *>  Allocation embargoes maintained by EMBMNT.
       FD  EMBARGO-FILE
           RECORDING MODE IS F.
       COPY "SEQEMB.cpy".

       FD  GENERATION-FILE
           RECORDING MODE IS F.
       01  GENERATION-RECORD.
           RECORDING MODE IS F.
       COPY "SEQRUL.cpy".

      *>  Rule-set version control maintained by RULMNT.
       FD  RULE-VERSION-FILE
           RECORDING MODE IS F.
       01  RULE-VERSION-RECORD.
           05  RVR-RULE-VERSION       PIC 9(6).
           05  RVR-APPLIED-DATE       PIC X(8).

       FD  RECEIPT-FILE
           RECORDING MODE IS F.
       COPY "SEQRCP.cpy".

      *>  Regional office registry maintained by SRCMNT.
       FD  OFFICE-FILE
           RECORDING MODE IS F.
       COPY "SEQSRC.cpy".

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SEQRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQXTR-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQSUS-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQHLD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQEMB-STATUS           PIC XX VALUE SPACES.
       01  WS-XTRGEN-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQPARM-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQSTOP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQRUL-STATUS           PIC XX VALUE SPACES.
       01  WS-RULVER-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQRCPT-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQSRC-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.
      *>  The run's window for the extract envelope (see
      *>  SEQXTR.cpy): when the run started - carried over from
      *>  the checkpoint on a restart - and when it ended.
       01  WS-RUN-WINDOW-START        PIC X(14) VALUE SPACES.
       01  WS-RUN-WINDOW-START-NUM REDEFINES WS-RUN-WINDOW-START.
           05  WS-WINDOW-START-DATE   PIC 9(8).
           05  FILLER                 PIC X(6).
       01  WS-RUN-WINDOW-END          PIC X(21) VALUE SPACES.
       01  WS-RUN-WINDOW-END-NUM REDEFINES WS-RUN-WINDOW-END.
           05  WS-WINDOW-END-DATE     PIC 9(8).
           05  FILLER                 PIC X(13).
       01  WS-RUN-WINDOW-DAYS         PIC 9(1) VALUE ZERO.
       01  WS-LANE-CODE               PIC X(1).
       01  WS-AUDIT-DATE-TIME         PIC X(21).
       01  WS-AUDIT-DATE REDEFINES WS-AUDIT-DATE-TIME.
       01  WS-CKPT-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-CHECKPOINT-FILE VALUE 'Y'.

      *>  PARM='INTRADAY' classifies one office's late or urgent
      *>  batch outside the nightly window (jcl/NUMBINTR.jcl).
      *>  The nightly checkpoint is neither read nor written and
      *>  SEQSTOP is not checked - an intraday run is rerun, not
      *>  restarted - the extract envelope is typed 'I', and the
      *>  office of the first batch is the run's office: a batch
      *>  from any other office is held out whole (NOT-INTRADAY).
       01  WS-INTRADAY-MODE-SWITCH    PIC X VALUE 'N'.
           88  INTRADAY-RUN           VALUE 'Y'.
       01  WS-INTRADAY-SOURCE-ID      PIC X(4) VALUE SPACES.

       01  WS-RECORD-VALID-SWITCH     PIC X VALUE 'Y'.
           88  RECORD-VALID           VALUE 'Y'.
           88  RECORD-INVALID         VALUE 'N'.
                                      INDEXED BY BAT-IDX.
      *>  Status 'B' = balanced, 'O' = out of balance (count or
      *>  hash mismatch, bad trailer, or trailer never arrived).
      *>  Office status from the SEQSRC registry: 'A' = active,
      *>  'I' = inactive, 'U' = source id not registered; a batch
      *>  from an inactive or unknown office is held out whole
      *>  whatever its balance.
      *>  'X' = on an intraday run, an office other than the
      *>  run's own.
               10  WS-BAT-SOURCE-ID   PIC X(4).
               10  WS-BAT-STATUS      PIC X(1).
               10  WS-BAT-OFFICE-STATUS PIC X(1).
               10  WS-BAT-DETAIL-COUNT PIC 9(9).
               10  WS-BAT-ACCEPTED    PIC 9(9).
               10  WS-BAT-REJECTED    PIC 9(9).
      *>  Carried for the batch receipt returned to the office.
               10  WS-BAT-BATCH-DATE  PIC X(8).
               10  WS-BAT-DECLARED-COUNT PIC 9(9).
               10  WS-BAT-DECLARED-HASH PIC 9(12).
               10  WS-BAT-ACTUAL-HASH PIC 9(12).
               10  WS-BAT-DUPS-REMOVED PIC 9(9).
               10  WS-BAT-SUSPENDED   PIC 9(9).
               10  WS-BAT-HELD        PIC 9(9).

      *>  Batch receipt in progress on SEQRCPT.  A receipt is
      *>  opened at its batch header and closed at its trailer;
      *>  a batch that never sends a trailer has its receipt
      *>  closed when the next batch opens or the input ends.
       01  WS-RECEIPT-OPEN-SWITCH     PIC X VALUE 'N'.
           88  RECEIPT-IN-PROGRESS    VALUE 'Y'.
       01  WS-RECEIPT-BATCH           PIC 9(4) VALUE ZERO.
       01  WS-RECEIPT-RECORD-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RECEIPT-COUNT           PIC 9(9) VALUE ZERO.

       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-COUNT        PIC 9(4) VALUE ZERO.
               10  WS-SRC-DETAILS     PIC 9(9).
               10  WS-SRC-ACCEPTED    PIC 9(9).
               10  WS-SRC-REJECTED    PIC 9(9).
       01  WS-OFFICE-TABLE.
           05  WS-OFF-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-OFF-MAX             PIC 9(4) VALUE 100.
           05  WS-OFF-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY OFF-IDX.
               10  WS-OFF-SOURCE-ID   PIC X(4).
               10  WS-OFF-STATUS      PIC X(1).
       01  WS-OFF-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-OFFICE-FILE     VALUE 'Y'.
      *>  Allocation embargoes from SEQEMB in force on the run
      *>  date ('L' lane or 'S' source id, see EMBMNT).  A number
      *>  an embargo covers is still classified and audited, but
      *>  held on SEQHLD instead of shipped on SEQXTR; an office
      *>  embargo is checked before a lane embargo.
       01  WS-EMBARGO-TABLE.
           05  WS-EMB-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-EMB-MAX             PIC 9(4) VALUE 200.
           05  WS-EMB-ENTRY           OCCURS 200 TIMES
                                      INDEXED BY EMB-IDX.
               10  WS-EMB-KEY-TYPE    PIC X(1).
               10  WS-EMB-KEY-VALUE   PIC X(4).
       01  WS-EMB-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-EMBARGO-FILE    VALUE 'Y'.
       01  WS-EMBARGO-SWITCH          PIC X VALUE 'N'.
           88  EMBARGO-IN-FORCE       VALUE 'Y'.
       01  WS-HELD-EMBARGO-TYPE       PIC X(1) VALUE SPACE.
       01  WS-HELD-EMBARGO-KEY        PIC X(4) VALUE SPACES.
       01  WS-OFFICE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  OFFICE-ENTRY-FOUND     VALUE 'Y'.
       01  WS-SOURCE-FOUND-SWITCH     PIC X VALUE 'N'.
           88  SOURCE-ENTRY-FOUND     VALUE 'Y'.
       01  WS-SOURCE-FOUND-IDX        PIC 9(4) VALUE ZERO.
       01  WS-RULE-MATCHED-SWITCH     PIC X VALUE 'N'.
           88  RULE-MATCHED           VALUE 'Y'.
       01  WS-MATCHED-RULE            PIC 9(2) VALUE ZERO.
      *>  Version of the loaded rule set (RULVER, maintained by
      *>  RULMNT), stamped on every audit, extract and suspense
      *>  record so each classification can be traced to the
      *>  rules that produced it.  Zero when no version has been
      *>  applied yet.
       01  WS-RULE-SET-VERSION        PIC 9(6) VALUE ZERO.
       01  WS-RULE-SET-APPLIED-DATE   PIC X(8) VALUE SPACES.

      *>  Transmission envelope state for the extract: the
      *>  generation number comes off the XTRGEN control file
           05  RL-CHECKPOINT-INTERVAL PIC Z(3)9.
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-REPORT-MODE-LINE.
           05  FILLER                 PIC X(42)
               VALUE 'INTRADAY RUN - OUTSIDE THE NIGHTLY WINDOW'.
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                 PIC X(9)  VALUE 'INPUT NO.'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE 'FLAG'.
           05  FILLER                 PIC X(45) VALUE SPACES.

      *>  The rule-set version line, then one header line per
      *>  classification rule, so every run shows which rule set
      *>  it ran under.
       01  WS-REPORT-VERSION-LINE.
           05  FILLER                 PIC X(17)
                                      VALUE 'RULE SET VERSION '.
           05  RV-RULE-VERSION        PIC 9(6).
           05  FILLER                 PIC X(10) VALUE '  APPLIED '.
           05  RV-APPLIED-DATE        PIC X(8).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-REPORT-RULE-LINE.
           05  FILLER                 PIC X(5)  VALUE 'RULE '.
           05  RR-PRIORITY            PIC 9(2).
           05  RT-SIZE-ERROR-COUNT    PIC Z(6)9.
           05  FILLER                 PIC X(12) VALUE '  REJECTS: '.
           05  RT-REJECT-COUNT        PIC Z(8)9.
           05  FILLER                 PIC X(8)  VALUE '  HELD: '.
           05  RT-HELD-COUNT          PIC Z(4)9.

       01  WS-COUNTERS.
           05  REJECT-COUNT           PIC 9(7) VALUE ZERO.
           05  SIZE-ERROR-COUNT       PIC 9(7) VALUE ZERO.
           05  RESULT-TOTAL           PIC 9(12) VALUE ZERO.
           05  HELD-COUNT             PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE WS-RUN-START-STAMP (1:14) TO WS-RUN-WINDOW-START

           IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH <= 8
               MOVE SPACES TO WS-RESTART-PARM
               SET RESTART-REQUESTED TO TRUE
               PERFORM READ-CHECKPOINT
           END-IF
           IF WS-RESTART-PARM = 'INTRADAY'
               SET INTRADAY-RUN TO TRUE
               DISPLAY "Intraday run - the nightly checkpoint is "
                       "not used"
           END-IF

           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-CLASSIFICATION-RULES
           PERFORM LOAD-RULE-SET-VERSION
           PERFORM LOAD-OFFICE-REGISTRY
           PERFORM LOAD-EMBARGO-FILE

           OPEN INPUT SEQ-INPUT-FILE
           IF WS-SEQIN-STATUS NOT = "00"
               GOBACK
           END-IF

           OPEN OUTPUT HELD-FILE
           IF WS-SEQHLD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLD, status " WS-SEQHLD-STATUS
               CLOSE SEQ-INPUT-FILE
               CLOSE REPORT-FILE
               CLOSE REJECT-FILE
               CLOSE AUDIT-FILE
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RECEIPT-FILE
           IF WS-SEQRCPT-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRCPT, status "
                       WS-SEQRCPT-STATUS
               CLOSE SEQ-INPUT-FILE
               CLOSE REPORT-FILE
               CLOSE REJECT-FILE
               CLOSE AUDIT-FILE
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE HELD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM TAKE-NEXT-GENERATION
           PERFORM WRITE-EXTRACT-HEADER

               CLOSE AUDIT-FILE
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE HELD-FILE
               CLOSE RECEIPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
                   ADD 1 TO WS-RECS-SINCE-PROGRESS
                   IF WS-RECS-SINCE-PROGRESS >= WS-PROGRESS-INTERVAL
                       PERFORM REPORT-RUN-PROGRESS
                       IF NOT INTRADAY-RUN
                           PERFORM CHECK-STOP-REQUEST
                       END-IF
                       MOVE ZERO TO WS-RECS-SINCE-PROGRESS
                   END-IF
               END-IF
               PERFORM WRITE-CHECKPOINT
           ELSE
               IF WS-ACCEPTED-COUNT NOT = ZERO
                  AND NOT INTRADAY-RUN
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF

      *>  A batch whose trailer never arrived, or the batch in
      *>  flight at an operator stop, still gets a complete
      *>  receipt for what this run did with it.
           IF RECEIPT-IN-PROGRESS
               PERFORM WRITE-RECEIPT-TRAILER
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-SOURCE-TOTALS
           PERFORM WRITE-REPORT-FOOTER
           CLOSE AUDIT-FILE
           CLOSE EXTRACT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE HELD-FILE
           CLOSE RECEIPT-FILE

           PERFORM SAVE-GENERATION

           DISPLAY "Reject count: " REJECT-COUNT
           DISPLAY "Size error count (held in SEQSUS suspense, "
                   "excluded from result total): " SIZE-ERROR-COUNT
           DISPLAY "Held under embargo (SEQHLD, included in "
                   "result total): " HELD-COUNT
           DISPLAY "Result total: " RESULT-TOTAL
           DISPLAY "Batch receipts written: " WS-RECEIPT-COUNT

           IF REJECT-COUNT NOT = ZERO
               DISPLAY "One or more records were rejected, see SEQREJ"
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

               MOVE 'O' TO WS-BAT-STATUS (BAT-IDX)
               MOVE WS-BAL-ACTUAL-COUNT
                   TO WS-BAT-DETAIL-COUNT (BAT-IDX)
               MOVE WS-BAL-ACTUAL-HASH
                   TO WS-BAT-ACTUAL-HASH (BAT-IDX)
               DISPLAY "Batch from source "
                       WS-BAT-SOURCE-ID (BAT-IDX)
                       " has no trailer, batch rejected whole"
               MOVE 'O' TO WS-BAT-STATUS (BAT-IDX)
               MOVE WS-BAL-ACTUAL-COUNT
                   TO WS-BAT-DETAIL-COUNT (BAT-IDX)
               MOVE WS-BAL-ACTUAL-HASH
                   TO WS-BAT-ACTUAL-HASH (BAT-IDX)
               DISPLAY "Batch from source "
                       WS-BAT-SOURCE-ID (BAT-IDX)
                       " has no trailer, batch rejected whole"
               CLOSE AUDIT-FILE
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE HELD-FILE
               CLOSE RECEIPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET BAT-IDX TO WS-CURRENT-BATCH
           MOVE SRC-SOURCE-ID TO WS-BAT-SOURCE-ID (BAT-IDX)
           MOVE 'B' TO WS-BAT-STATUS (BAT-IDX)
           PERFORM SET-BATCH-OFFICE-STATUS
           MOVE ZERO TO WS-BAT-DETAIL-COUNT (BAT-IDX)
           MOVE ZERO TO WS-BAT-ACCEPTED (BAT-IDX)
           MOVE ZERO TO WS-BAT-REJECTED (BAT-IDX)
           MOVE SRC-BATCH-DATE TO WS-BAT-BATCH-DATE (BAT-IDX)
           MOVE ZERO TO WS-BAT-DECLARED-COUNT (BAT-IDX)
           MOVE ZERO TO WS-BAT-DECLARED-HASH (BAT-IDX)
           MOVE ZERO TO WS-BAT-ACTUAL-HASH (BAT-IDX)
           MOVE ZERO TO WS-BAT-DUPS-REMOVED (BAT-IDX)
           MOVE ZERO TO WS-BAT-SUSPENDED (BAT-IDX)
           MOVE ZERO TO WS-BAT-HELD (BAT-IDX)
           MOVE ZERO TO WS-BAL-ACTUAL-COUNT
           MOVE ZERO TO WS-BAL-ACTUAL-HASH.

       SET-BATCH-OFFICE-STATUS.
           MOVE 'N' TO WS-OFFICE-FOUND-SWITCH
           MOVE 'U' TO WS-BAT-OFFICE-STATUS (BAT-IDX)
           IF WS-OFF-COUNT NOT = ZERO
               PERFORM VARYING OFF-IDX FROM 1 BY 1
                       UNTIL OFF-IDX > WS-OFF-COUNT
                          OR OFFICE-ENTRY-FOUND
                   IF WS-OFF-SOURCE-ID (OFF-IDX) = SRC-SOURCE-ID
                       SET OFFICE-ENTRY-FOUND TO TRUE
                       IF WS-OFF-STATUS (OFF-IDX) = 'A'
                           MOVE 'A' TO WS-BAT-OFFICE-STATUS (BAT-IDX)
                       ELSE
                           MOVE 'I' TO WS-BAT-OFFICE-STATUS (BAT-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF INTRADAY-RUN
               IF WS-INTRADAY-SOURCE-ID = SPACES
                   MOVE SRC-SOURCE-ID TO WS-INTRADAY-SOURCE-ID
                   DISPLAY "Intraday run for source " SRC-SOURCE-ID
               ELSE
                   IF SRC-SOURCE-ID NOT = WS-INTRADAY-SOURCE-ID
                      AND WS-BAT-OFFICE-STATUS (BAT-IDX) = 'A'
                       MOVE 'X' TO WS-BAT-OFFICE-STATUS (BAT-IDX)
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-BAT-OFFICE-STATUS (BAT-IDX)
               WHEN 'U'
                   DISPLAY "Batch from source " SRC-SOURCE-ID
                           " is not on the SEQSRC registry, "
                           "batch held out whole"
               WHEN 'I'
                   DISPLAY "Batch from source " SRC-SOURCE-ID
                           " is from an inactive office, "
                           "batch held out whole"
               WHEN 'X'
                   DISPLAY "Batch from source " SRC-SOURCE-ID
                           " is not this intraday run's office, "
                           "batch held out whole"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLOSE-BALANCE-BATCH.
           SET BAT-IDX TO WS-CURRENT-BATCH
           MOVE WS-BAL-ACTUAL-COUNT TO WS-BAT-DETAIL-COUNT (BAT-IDX)
           MOVE WS-BAL-ACTUAL-HASH TO WS-BAT-ACTUAL-HASH (BAT-IDX)
           IF TRL-RECORD-COUNT NOT NUMERIC
              OR TRL-HASH-TOTAL NOT NUMERIC
               MOVE 'O' TO WS-BAT-STATUS (BAT-IDX)
               ELSE
                   MOVE ZERO TO WS-TRL-HASH-REMOVED
               END-IF
               MOVE WS-TRL-DECLARED-COUNT
                   TO WS-BAT-DECLARED-COUNT (BAT-IDX)
               MOVE WS-TRL-DECLARED-HASH
                   TO WS-BAT-DECLARED-HASH (BAT-IDX)
               MOVE WS-TRL-DUPS-REMOVED
                   TO WS-BAT-DUPS-REMOVED (BAT-IDX)
               IF WS-TRL-DECLARED-COUNT NOT =
                      WS-BAL-ACTUAL-COUNT + WS-TRL-DUPS-REMOVED
                  OR WS-TRL-DECLARED-HASH NOT =
       PROCESS-INPUT-RECORD.
           EVALUATE TRUE
               WHEN BATCH-HEADER-RECORD
                   PERFORM START-BATCH-RECEIPT
               WHEN BATCH-TRAILER-RECORD
                   PERFORM END-BATCH-RECEIPT
               WHEN BATCH-DETAIL-RECORD
                   PERFORM PROCESS-DETAIL-RECORD
               WHEN OTHER
               PERFORM WRITE-REJECT-RECORD
           ELSE
               SET BAT-IDX TO WS-CURRENT-BATCH
               EVALUATE TRUE
                   WHEN WS-BAT-OFFICE-STATUS (BAT-IDX) = 'U'
                       MOVE 'UNKNOWN-SRC' TO WS-REJECT-REASON
                       PERFORM REJECT-BATCH-DETAIL
                   WHEN WS-BAT-OFFICE-STATUS (BAT-IDX) = 'I'
                       MOVE 'INACTIVE-SRC' TO WS-REJECT-REASON
                       PERFORM REJECT-BATCH-DETAIL
                   WHEN WS-BAT-OFFICE-STATUS (BAT-IDX) = 'X'
                       MOVE 'NOT-INTRADAY' TO WS-REJECT-REASON
                       PERFORM REJECT-BATCH-DETAIL
                   WHEN WS-BAT-STATUS (BAT-IDX) = 'O'
                       MOVE 'BATCH-OO-BAL' TO WS-REJECT-REASON
                       PERFORM REJECT-BATCH-DETAIL
                   WHEN OTHER
                       PERFORM CLASSIFY-BATCH-DETAIL
               END-EVALUATE
           END-IF.

       CLASSIFY-BATCH-DETAIL.
           PERFORM EDIT-INPUT-RECORD
           IF RECORD-VALID
               MOVE DET-SEQ-NUMBER TO I
               PERFORM PROCESS-NUMBER
               IF RULE-MATCHED
                   PERFORM CHECK-EMBARGO
                   PERFORM WRITE-REPORT-DETAIL
                   PERFORM WRITE-AUDIT-RECORD
      *>  Downstream systems ignore flags, so a size-error
      *>  result is held in suspense instead of shipping the
      *>  capped value on the extract; SUSREL repairs or writes
      *>  the item off later.  A good result under an embargo
      *>  is held on SEQHLD until HLDREL releases it; a size
      *>  error under one is suspended all the same, and SUSREL
      *>  withholds its release while the embargo is in force.
                   EVALUATE TRUE
                       WHEN SIZE-ERROR-OCCURRED
                           PERFORM WRITE-SUSPENSE-RECORD
                           ADD 1 TO WS-BAT-SUSPENDED (BAT-IDX)
                       WHEN EMBARGO-IN-FORCE
                           PERFORM WRITE-HELD-RECORD
                           ADD 1 TO WS-BAT-HELD (BAT-IDX)
                       WHEN OTHER
                           PERFORM WRITE-EXTRACT-RECORD
                   END-EVALUATE
                   PERFORM UPDATE-CHECKPOINT
                   ADD 1 TO WS-BAT-ACCEPTED (BAT-IDX)
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   MOVE 'NO-RULE-FND' TO WS-REJECT-REASON
                   PERFORM REJECT-BATCH-DETAIL
               END-IF
           ELSE
               PERFORM REJECT-BATCH-DETAIL
           END-IF.

       REJECT-BATCH-DETAIL.
           PERFORM WRITE-REJECT-RECORD
           PERFORM WRITE-RECEIPT-REJECT
           ADD 1 TO WS-BAT-REJECTED (BAT-IDX).

       EDIT-INPUT-RECORD.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
               MOVE WS-AUDIT-TIME-6 TO AUD-RUN-TIME
               MOVE 'N' TO AUD-SIZE-ERROR-FLAG
               MOVE WS-CURRENT-SOURCE-ID TO AUD-SOURCE-ID
               MOVE WS-RULE-SET-VERSION TO AUD-RULE-VERSION
               WRITE AUDIT-RECORD
           END-IF.

      *>  Batch receipts are written as pass 2 meets each batch,
      *>  so a rejected number is listed under its own batch
      *>  without being held in storage.  The header figures come
      *>  from the pass 1 verdict; the trailer counts are what
      *>  this run did with the batch.  On a restart the batch in
      *>  flight at the checkpoint had its header skipped, so its
      *>  receipt is opened at the first record processed.
       START-BATCH-RECEIPT.
           IF RECEIPT-IN-PROGRESS
               PERFORM WRITE-RECEIPT-TRAILER
           END-IF
           PERFORM WRITE-RECEIPT-HEADER.

       END-BATCH-RECEIPT.
           IF NOT RECEIPT-IN-PROGRESS
              AND WS-CURRENT-BATCH NOT = ZERO
              AND WS-CURRENT-BATCH NOT = WS-RECEIPT-BATCH
               PERFORM WRITE-RECEIPT-HEADER
           END-IF
           IF RECEIPT-IN-PROGRESS
               PERFORM WRITE-RECEIPT-TRAILER
           END-IF.

       WRITE-RECEIPT-HEADER.
           MOVE WS-CURRENT-BATCH TO WS-RECEIPT-BATCH
           SET BAT-IDX TO WS-RECEIPT-BATCH
           MOVE SPACES TO RECEIPT-RECORD
           MOVE 'H' TO RCP-RECORD-TYPE
           PERFORM MOVE-RECEIPT-KEY
           MOVE WS-RUN-DATE-YMD TO RCH-RUN-DATE
           MOVE WS-BAT-STATUS (BAT-IDX) TO RCH-BATCH-STATUS
           MOVE WS-BAT-OFFICE-STATUS (BAT-IDX) TO RCH-OFFICE-STATUS
           MOVE WS-BAT-DECLARED-COUNT (BAT-IDX) TO RCH-DECLARED-COUNT
           MOVE WS-BAT-DECLARED-HASH (BAT-IDX) TO RCH-DECLARED-HASH
           MOVE WS-BAT-DETAIL-COUNT (BAT-IDX) TO RCH-ACTUAL-COUNT
           MOVE WS-BAT-ACTUAL-HASH (BAT-IDX) TO RCH-ACTUAL-HASH
           WRITE RECEIPT-RECORD
           SET RECEIPT-IN-PROGRESS TO TRUE
           MOVE 1 TO WS-RECEIPT-RECORD-COUNT.

       WRITE-RECEIPT-REJECT.
           IF NOT RECEIPT-IN-PROGRESS
               PERFORM WRITE-RECEIPT-HEADER
           END-IF
           SET BAT-IDX TO WS-RECEIPT-BATCH
           MOVE SPACES TO RECEIPT-RECORD
           MOVE 'R' TO RCP-RECORD-TYPE
           PERFORM MOVE-RECEIPT-KEY
           MOVE WS-REJECT-VALUE TO RCR-SEQ-NUMBER
           MOVE WS-REJECT-REASON TO RCR-REASON-CODE
           WRITE RECEIPT-RECORD
           ADD 1 TO WS-RECEIPT-RECORD-COUNT.

      *>  Accepted on the receipt means shipped on the extract;
      *>  size-error items are classified but held in suspense,
      *>  so they are reported as suspended instead, and items
      *>  held under an embargo as held.
       WRITE-RECEIPT-TRAILER.
           SET BAT-IDX TO WS-RECEIPT-BATCH
           MOVE SPACES TO RECEIPT-RECORD
           MOVE 'T' TO RCP-RECORD-TYPE
           PERFORM MOVE-RECEIPT-KEY
           COMPUTE RCT-ACCEPTED = WS-BAT-ACCEPTED (BAT-IDX)
                                - WS-BAT-SUSPENDED (BAT-IDX)
                                - WS-BAT-HELD (BAT-IDX)
           MOVE WS-BAT-REJECTED (BAT-IDX) TO RCT-REJECTED
           MOVE WS-BAT-DUPS-REMOVED (BAT-IDX) TO RCT-DUPLICATES
           MOVE WS-BAT-SUSPENDED (BAT-IDX) TO RCT-SUSPENDED
           MOVE WS-BAT-HELD (BAT-IDX) TO RCT-HELD
           ADD 1 TO WS-RECEIPT-RECORD-COUNT
           MOVE WS-RECEIPT-RECORD-COUNT TO RCT-RECORD-COUNT
           WRITE RECEIPT-RECORD
           MOVE 'N' TO WS-RECEIPT-OPEN-SWITCH
           ADD 1 TO WS-RECEIPT-COUNT.

       MOVE-RECEIPT-KEY.
           MOVE WS-BAT-SOURCE-ID (BAT-IDX) TO RCP-SOURCE-ID
           MOVE WS-BAT-BATCH-DATE (BAT-IDX) TO RCP-BATCH-DATE
           MOVE WS-RECEIPT-BATCH TO RCP-BATCH-NUMBER.

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-SEQCKPT-STATUS = "00"
                       NOT AT END
                           MOVE CKPT-LAST-SEQ-NUMBER TO WS-RESTART-SEQ-NUMBER
                           MOVE CKPT-RECORD-COUNT TO WS-RESTART-SKIP-COUNT
                           IF CKPT-RUN-START NUMERIC
                               MOVE CKPT-RUN-START
                                   TO WS-RUN-WINDOW-START
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RESTART-SKIP-COUNT = ZERO
                                           "ignored"
                               END-IF
                           END-IF
      *>  The pickup deadline is RUNSLA's, the booking wait
      *>  BOOKREC's and the approval expiry MNTAPPR's; nothing
      *>  to apply.
                       WHEN 'PICKUP-DEADL'
                       WHEN 'BOOK-WAIT-DY'
                       WHEN 'PEND-EXPR-DY'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown SEQPARM keyword ignored: "
                                   PRM-KEYWORD
           END-IF
           DISPLAY "Classification rules loaded: " WS-RULE-COUNT.

      *>  An absent or empty RULVER means the rule set predates
      *>  versioning; the run goes ahead under version zero.
       LOAD-RULE-SET-VERSION.
           OPEN INPUT RULE-VERSION-FILE
           IF WS-RULVER-STATUS = "00"
               READ RULE-VERSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RVR-RULE-VERSION NUMERIC
                           MOVE RVR-RULE-VERSION
                               TO WS-RULE-SET-VERSION
                           MOVE RVR-APPLIED-DATE
                               TO WS-RULE-SET-APPLIED-DATE
                       END-IF
               END-READ
               CLOSE RULE-VERSION-FILE
           ELSE
               DISPLAY "No RULVER control available, status "
                       WS-RULVER-STATUS
                       " - rule set version recorded as zero"
           END-IF
           DISPLAY "Rule set version: " WS-RULE-SET-VERSION.

      *>  The office registry is required: a batch can only be
      *>  classified for an office SEQSRC knows and lists as
      *>  active.
       LOAD-OFFICE-REGISTRY.
           OPEN INPUT OFFICE-FILE
           IF WS-SEQSRC-STATUS NOT = "00"
               DISPLAY "Unable to open SEQSRC, status "
                       WS-SEQSRC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-OFFICE-FILE
               READ OFFICE-FILE
                   AT END
                       SET END-OF-OFFICE-FILE TO TRUE
                   NOT AT END
                       IF WS-OFF-COUNT >= WS-OFF-MAX
                           DISPLAY "Office table full at "
                                   WS-OFF-MAX " entries"
                           CLOSE OFFICE-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-OFF-COUNT
                       SET OFF-IDX TO WS-OFF-COUNT
                       MOVE REG-SOURCE-ID
                           TO WS-OFF-SOURCE-ID (OFF-IDX)
                       MOVE REG-OFFICE-STATUS
                           TO WS-OFF-STATUS (OFF-IDX)
               END-READ
           END-PERFORM
           CLOSE OFFICE-FILE
           DISPLAY "Offices on registry: " WS-OFF-COUNT.

      *>  SEQEMB must be present, as the office registry must:
      *>  without it every embargoed number would ship.  An empty
      *>  file embargoes nothing.  Only embargoes in force on the
      *>  run date are kept; an unusable record is skipped with a
      *>  message.
       LOAD-EMBARGO-FILE.
           OPEN INPUT EMBARGO-FILE
           IF WS-SEQEMB-STATUS NOT = "00"
               DISPLAY "Unable to open SEQEMB, status "
                       WS-SEQEMB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-EMBARGO-FILE
               READ EMBARGO-FILE
                   AT END
                       SET END-OF-EMBARGO-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-EMBARGO-ENTRY
               END-READ
           END-PERFORM
           CLOSE EMBARGO-FILE
           DISPLAY "Embargoes in force: " WS-EMB-COUNT.

       ADD-EMBARGO-ENTRY.
           IF (NOT EMBARGO-ON-LANE AND NOT EMBARGO-ON-SOURCE)
              OR EMB-KEY-VALUE = SPACES
              OR EMB-EFFECTIVE-FROM NOT NUMERIC
              OR (EMB-EFFECTIVE-TO NOT = SPACES
                  AND EMB-EFFECTIVE-TO NOT NUMERIC)
               DISPLAY "Unusable SEQEMB record skipped: "
                       EMBARGO-RECORD
           ELSE
               IF EMB-EFFECTIVE-FROM <= WS-RUN-DATE-YMD
                  AND (EMB-EFFECTIVE-TO = SPACES
                       OR EMB-EFFECTIVE-TO >= WS-RUN-DATE-YMD)
                   IF WS-EMB-COUNT >= WS-EMB-MAX
                       DISPLAY "Embargo table full at "
                               WS-EMB-MAX " entries"
                       CLOSE EMBARGO-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-EMB-COUNT
                   SET EMB-IDX TO WS-EMB-COUNT
                   MOVE EMB-KEY-TYPE TO WS-EMB-KEY-TYPE (EMB-IDX)
                   MOVE EMB-KEY-VALUE TO WS-EMB-KEY-VALUE (EMB-IDX)
                   DISPLAY "Embargo in force on " EMB-KEY-TYPE
                           " " EMB-KEY-VALUE ": " EMB-REASON
               END-IF
           END-IF.

       ADD-CLASSIFICATION-RULE.
           IF RUL-PRIORITY NOT NUMERIC
              OR RUL-DIVISOR NOT NUMERIC
           END-IF.

       UPDATE-CHECKPOINT.
           IF NOT INTRADAY-RUN
               ADD 1 TO WS-RECS-SINCE-CHECKPOINT
               IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                   PERFORM WRITE-CHECKPOINT
                   MOVE ZERO TO WS-RECS-SINCE-CHECKPOINT
               END-IF
           END-IF.

       WRITE-CHECKPOINT.
           MOVE I TO CKPT-LAST-SEQ-NUMBER
           MOVE WS-RECS-READ TO CKPT-RECORD-COUNT
           MOVE WS-RUN-WINDOW-START TO CKPT-RUN-START
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-SEQCKPT-STATUS NOT = "00"
               DISPLAY "Unable to open SEQCKPT, status " WS-SEQCKPT-STATUS
               CLOSE AUDIT-FILE
               CLOSE EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE HELD-FILE
               CLOSE RECEIPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF INTRADAY-RUN
               MOVE WS-REPORT-MODE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-MIN-VALID-NUMBER TO RL-MIN-VALID-NUMBER
           MOVE WS-MAX-VALID-NUMBER TO RL-MAX-VALID-NUMBER
           MOVE WS-CHECKPOINT-INTERVAL TO RL-CHECKPOINT-INTERVAL
           MOVE WS-REPORT-LIMITS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RULE-SET-VERSION TO RV-RULE-VERSION
           MOVE WS-RULE-SET-APPLIED-DATE TO RV-APPLIED-DATE
           MOVE WS-REPORT-VERSION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RULE-COUNT NOT = ZERO
               PERFORM VARYING RUL-IDX FROM 1 BY 1
                       UNTIL RUL-IDX > WS-RULE-COUNT
           MOVE I TO RD-INPUT-NUMBER
           MOVE WS-CLASS-TEXT TO RD-CLASS-TEXT
           MOVE RESULT TO RD-RESULT
           EVALUATE TRUE
               WHEN SIZE-ERROR-OCCURRED
                   MOVE '*' TO RD-FLAG
               WHEN EMBARGO-IN-FORCE
                   MOVE 'H' TO RD-FLAG
               WHEN OTHER
                   MOVE SPACE TO RD-FLAG
           END-EVALUATE
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

           MOVE RESULT TO AUD-RESULT
           MOVE WS-AUDIT-DATE-8 TO AUD-RUN-DATE
           MOVE WS-AUDIT-TIME-6 TO AUD-RUN-TIME
           EVALUATE TRUE
               WHEN SIZE-ERROR-OCCURRED
                   MOVE 'Y' TO AUD-SIZE-ERROR-FLAG
               WHEN EMBARGO-IN-FORCE
                   MOVE 'H' TO AUD-SIZE-ERROR-FLAG
               WHEN OTHER
                   MOVE 'N' TO AUD-SIZE-ERROR-FLAG
           END-EVALUATE
           MOVE WS-CURRENT-SOURCE-ID TO AUD-SOURCE-ID
           MOVE WS-RULE-SET-VERSION TO AUD-RULE-VERSION
           WRITE AUDIT-RECORD.

       WRITE-EXTRACT-RECORD.
               MOVE 'N' TO SEQXTR-SIZE-ERROR-FLAG
           END-IF
           MOVE WS-CURRENT-SOURCE-ID TO SEQXTR-SOURCE-ID
           MOVE WS-RULE-SET-VERSION TO SEQXTR-RULE-VERSION
           WRITE SEQXTR-RECORD
           ADD 1 TO WS-XTR-RECORD-COUNT
           COMPUTE WS-XTR-RESULT-HASH =
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO SEQXTR-HEADER-RECORD
           MOVE 'H' TO XTH-RECORD-TYPE
           MOVE WS-RUN-WINDOW-START (1:8) TO XTH-RUN-DATE
           MOVE WS-RUN-WINDOW-START (9:6) TO XTH-RUN-TIME
           MOVE WS-PROGRAM-NAME TO XTH-RUN-ID
           MOVE WS-EXTRACT-GENERATION TO XTH-GENERATION
           IF INTRADAY-RUN
               SET INTRADAY-TRANSMISSION TO TRUE
           END-IF
           WRITE SEQXTR-HEADER-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE 'T' TO XTT-RECORD-TYPE
           MOVE WS-XTR-RECORD-COUNT TO XTT-RECORD-COUNT
           MOVE WS-XTR-RESULT-HASH TO XTT-RESULT-HASH
      *>  Written after the last audit record, so the end of the
      *>  run's window covers everything it audited.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-WINDOW-END
           COMPUTE WS-RUN-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-END-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-WINDOW-START-DATE)
               ON SIZE ERROR
                   MOVE 9 TO WS-RUN-WINDOW-DAYS
           END-COMPUTE
           MOVE WS-RUN-WINDOW-END (9:6) TO XTT-RUN-END-TIME
           MOVE WS-RUN-WINDOW-DAYS TO XTT-RUN-END-DAYS
           WRITE SEQXTR-TRAILER-RECORD.

       SAVE-GENERATION.
           MOVE RESULT TO SUS-CAPPED-RESULT
           MOVE WS-CURRENT-SOURCE-ID TO SUS-SOURCE-ID
           MOVE WS-AUDIT-DATE-8 TO SUS-RUN-DATE
           MOVE WS-RULE-SET-VERSION TO SUS-RULE-VERSION
           WRITE SUSPENSE-RECORD.

       WRITE-HELD-RECORD.
           MOVE I TO HLD-SEQ-NUMBER
           MOVE WS-CLASS-TEXT TO HLD-CLASS-CODE
           MOVE WS-LANE-CODE TO HLD-LANE-CODE
           MOVE RESULT TO HLD-RESULT
           MOVE WS-CURRENT-SOURCE-ID TO HLD-SOURCE-ID
           MOVE WS-AUDIT-DATE-8 TO HLD-RUN-DATE
           MOVE WS-RULE-SET-VERSION TO HLD-RULE-VERSION
           MOVE WS-HELD-EMBARGO-TYPE TO HLD-EMBARGO-TYPE
           MOVE WS-HELD-EMBARGO-KEY TO HLD-EMBARGO-KEY
           WRITE HELD-RECORD
           ADD 1 TO HELD-COUNT.

      *>  Settles whether an embargo covers the number just
      *>  classified: the batch's office first, then its lane.
       CHECK-EMBARGO.
           MOVE 'N' TO WS-EMBARGO-SWITCH
           MOVE SPACE TO WS-HELD-EMBARGO-TYPE
           MOVE SPACES TO WS-HELD-EMBARGO-KEY
           IF WS-EMB-COUNT NOT = ZERO
               PERFORM VARYING EMB-IDX FROM 1 BY 1
                       UNTIL EMB-IDX > WS-EMB-COUNT
                          OR EMBARGO-IN-FORCE
                   IF WS-EMB-KEY-TYPE (EMB-IDX) = 'S'
                      AND WS-EMB-KEY-VALUE (EMB-IDX)
                          = WS-CURRENT-SOURCE-ID
                       SET EMBARGO-IN-FORCE TO TRUE
                       MOVE 'S' TO WS-HELD-EMBARGO-TYPE
                       MOVE WS-CURRENT-SOURCE-ID
                           TO WS-HELD-EMBARGO-KEY
                   END-IF
               END-PERFORM
               PERFORM VARYING EMB-IDX FROM 1 BY 1
                       UNTIL EMB-IDX > WS-EMB-COUNT
                          OR EMBARGO-IN-FORCE
                   IF WS-EMB-KEY-TYPE (EMB-IDX) = 'L'
                      AND WS-EMB-KEY-VALUE (EMB-IDX) (1:1)
                          = WS-LANE-CODE
                       SET EMBARGO-IN-FORCE TO TRUE
                       MOVE 'L' TO WS-HELD-EMBARGO-TYPE
                       MOVE WS-EMB-KEY-VALUE (EMB-IDX)
                           TO WS-HELD-EMBARGO-KEY
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REPORT-TOTALS.
           IF WS-RULE-COUNT NOT = ZERO
               PERFORM VARYING RUL-IDX FROM 1 BY 1
           MOVE RESULT-TOTAL TO RT-RESULT-TOTAL
           MOVE SIZE-ERROR-COUNT TO RT-SIZE-ERROR-COUNT
           MOVE REJECT-COUNT TO RT-REJECT-COUNT
           MOVE HELD-COUNT TO RT-HELD-COUNT
           MOVE WS-RESULT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

               END-IF
           END-IF.
           EXIT.

      *>  One RUNLOG record per completed run, for the batch-
      *>  window SLA report (RUNSLA).  A missing RUNID card only
      *>  leaves the job and step names blank, and a log that
      *>  cannot be opened costs the log record, never the run
      *>  or its return code.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-STAMP
           OPEN INPUT RUN-ID-FILE
           IF WS-RUNID-STATUS = "00"
               READ RUN-ID-FILE
                   NOT AT END
                       MOVE RID-JOB-NAME TO WS-RUN-JOB-NAME
                       MOVE RID-STEP-NAME TO WS-RUN-STEP-NAME
               END-READ
               CLOSE RUN-ID-FILE
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "Unable to open RUNLOG, status "
                       WS-RUNLOG-STATUS ", run not logged"
           ELSE
               MOVE SPACES TO RUN-LOG-RECORD
               MOVE WS-RUN-JOB-NAME TO RLG-JOB-NAME
               MOVE WS-RUN-STEP-NAME TO RLG-STEP-NAME
               MOVE WS-PROGRAM-NAME TO RLG-PROGRAM-NAME
               MOVE WS-RUN-START-STAMP(1:8) TO RLG-RUN-DATE
               MOVE WS-RUN-START-STAMP(9:6) TO RLG-START-TIME
               MOVE WS-RUN-END-STAMP(1:8) TO RLG-END-DATE
               MOVE WS-RUN-END-STAMP(9:6) TO RLG-END-TIME
               MOVE RETURN-CODE TO RLG-RETURN-CODE
               MOVE WS-RECS-READ TO RLG-RECORDS-IN
               MOVE WS-XTR-RECORD-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
