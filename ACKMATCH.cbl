      *> trailer's declared count and result hash must match the
      *> details actually on the file - so a truncated or lost
      *> file is caught the same night, not inferred from a
      *> suspiciously short day.  The intraday transmissions sent
      *> since the last handshake (SEQXTRIE, see jcl/NUMBINTR.jcl)
      *> are verified the same way, one envelope at a time: each
      *> must be typed intraday and carry a trailer matching its
      *> own details, and each gets an INTRADAY line beside the
      *> night's ENVELOPE line.  (Acknowledgment completeness
      *> is settled by the match itself, on the SENT/ACKED/
      *> UNACKED totals - the ENVELOPE line proves only the file
      *> against its own trailer.)  Envelope records in the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTRE-STATUS.

           SELECT INTRADAY-EXTRACT-FILE ASSIGN TO "SEQXTRIE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTRIE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  RAW-EXTRACT-RECORD         PIC X(32).

       FD  INTRADAY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  INTRADAY-EXTRACT-RECORD    PIC X(32).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-XTRSRT-STATUS           PIC XX VALUE SPACES.
       01  WS-ACKSRT-STATUS           PIC XX VALUE SPACES.
       01  WS-ACKRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQUNACK-STATUS         PIC XX VALUE SPACES.
       01  WS-SEQXTRE-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQXTRIE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.
       01  WS-RAW-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-RAW-EXTRACT     VALUE 'Y'.

           05  EH-RUN-DATE            PIC X(8).
           05  EH-RUN-ID              PIC X(8).
           05  EH-GENERATION          PIC X(6).
           05  EH-TRANSMISSION-TYPE   PIC X(1).
           05  FILLER                 PIC X(8).
       01  WS-RAW-PARSE-TRAILER REDEFINES WS-RAW-PARSE-HEADER.
           05  ET-RECORD-TYPE         PIC X(1).
           05  ET-RECORD-COUNT        PIC X(9).
       01  WS-ENV-ACTUAL-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ENV-ACTUAL-HASH         PIC 9(12) VALUE ZERO.
       01  WS-ENV-RAW-RESULT          PIC 9(9) VALUE ZERO.
      *>  Intraday envelopes are verified one after another into
      *>  the WS-ENV- fields above once the night's own envelope
      *>  has been settled; a broken one also breaks ENVELOPE-OK.
       01  WS-INT-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-INTRADAY-EXTRACT VALUE 'Y'.
       01  WS-INT-OPEN-SWITCH         PIC X VALUE 'N'.
           88  INTRADAY-ENVELOPE-OPEN VALUE 'Y'.
       01  WS-INT-ENV-OK-SWITCH       PIC X VALUE 'Y'.
           88  INTRADAY-ENVELOPE-OK   VALUE 'Y'.

      *>  Current match keys; HIGH-VALUES marks end of file so
      *>  the two-file match drains whichever side runs long.
           05  MATCHED-COUNT          PIC 9(9) VALUE ZERO.
           05  UNACKED-COUNT          PIC 9(7) VALUE ZERO.
           05  UNKNOWN-COUNT          PIC 9(7) VALUE ZERO.
           05  INTRADAY-ENVELOPE-COUNT PIC 9(4) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'ACKMATCH'.
       01  WS-CURRENT-DATE-TIME.
           05  FILLER                 PIC X(57) VALUE SPACES.

       01  WS-ENVELOPE-LINE.
           05  EV-CAPTION             PIC X(9)  VALUE 'ENVELOPE '.
           05  EV-GENERATION          PIC X(6).
           05  FILLER                 PIC X(6)  VALUE '  RUN '.
           05  EV-RUN-DATE            PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           OPEN INPUT EXTRACT-FILE
           IF WS-XTRSRT-STATUS NOT = "00"

           PERFORM WRITE-REPORT-HEADER
           PERFORM VERIFY-EXTRACT-ENVELOPE
           PERFORM VERIFY-INTRADAY-ENVELOPES

           PERFORM READ-EXTRACT-RECORD
           PERFORM READ-ACK-RECORD
           DISPLAY "Matched: " MATCHED-COUNT
           DISPLAY "Unacknowledged: " UNACKED-COUNT
           DISPLAY "Unknown acknowledgments: " UNKNOWN-COUNT
           DISPLAY "Intraday transmissions verified: "
                   INTRADAY-ENVELOPE-COUNT

           EVALUATE TRUE
               WHEN NOT ENVELOPE-OK
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

           MOVE WS-ENVELOPE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *>  SEQXTRIE holds every intraday transmission since the
      *>  last handshake, envelope after envelope - or nothing,
      *>  on a day without intraday runs.  Each envelope is
      *>  settled at its trailer; a header arriving before the
      *>  trailer, or the file ending inside an envelope, means
      *>  that transmission was cut short.
       VERIFY-INTRADAY-ENVELOPES.
           OPEN INPUT INTRADAY-EXTRACT-FILE
           IF WS-SEQXTRIE-STATUS NOT = "00"
               DISPLAY "No SEQXTRIE intraday transmissions "
                       "available, status " WS-SEQXTRIE-STATUS
           ELSE
               PERFORM UNTIL END-OF-INTRADAY-EXTRACT
                   READ INTRADAY-EXTRACT-FILE
                       AT END
                           SET END-OF-INTRADAY-EXTRACT TO TRUE
                       NOT AT END
                           PERFORM EXAMINE-INTRADAY-RECORD
                   END-READ
               END-PERFORM
               CLOSE INTRADAY-EXTRACT-FILE
               IF INTRADAY-ENVELOPE-OPEN
                   DISPLAY "Intraday transmission " WS-ENV-GENERATION
                           " on SEQXTRIE has no trailer - the "
                           "file is truncated"
                   MOVE 'N' TO WS-INT-ENV-OK-SWITCH
                   PERFORM SETTLE-INTRADAY-ENVELOPE
               END-IF
           END-IF.

       EXAMINE-INTRADAY-RECORD.
           MOVE INTRADAY-EXTRACT-RECORD TO WS-RAW-PARSE-HEADER
           EVALUATE TRUE
               WHEN INTRADAY-EXTRACT-RECORD (1:9) NUMERIC
                   IF INTRADAY-ENVELOPE-OPEN
                       ADD 1 TO WS-ENV-ACTUAL-COUNT
                       IF INTRADAY-EXTRACT-RECORD (11:9) NUMERIC
                           MOVE INTRADAY-EXTRACT-RECORD (11:9)
                               TO WS-ENV-RAW-RESULT
                           COMPUTE WS-ENV-ACTUAL-HASH =
                               FUNCTION MOD(WS-ENV-ACTUAL-HASH
                                   + WS-ENV-RAW-RESULT,
                                   1000000000000)
                       END-IF
                   ELSE
                       DISPLAY "Intraday detail outside any "
                               "envelope on SEQXTRIE: "
                               INTRADAY-EXTRACT-RECORD
                       MOVE 'N' TO WS-ENV-OK-SWITCH
                   END-IF
               WHEN EH-RECORD-TYPE = 'H'
                   IF INTRADAY-ENVELOPE-OPEN
                       DISPLAY "Intraday transmission "
                               WS-ENV-GENERATION " on SEQXTRIE "
                               "has no trailer - the file is "
                               "truncated"
                       MOVE 'N' TO WS-INT-ENV-OK-SWITCH
                       PERFORM SETTLE-INTRADAY-ENVELOPE
                   END-IF
                   PERFORM OPEN-INTRADAY-ENVELOPE
               WHEN ET-RECORD-TYPE = 'T'
                   IF INTRADAY-ENVELOPE-OPEN
                       PERFORM CLOSE-INTRADAY-ENVELOPE
                   ELSE
                       DISPLAY "Intraday trailer with no header "
                               "on SEQXTRIE"
                       MOVE 'N' TO WS-ENV-OK-SWITCH
                   END-IF
               WHEN OTHER
                   DISPLAY "Unrecognized record on SEQXTRIE: "
                           INTRADAY-EXTRACT-RECORD
                   IF INTRADAY-ENVELOPE-OPEN
                       MOVE 'N' TO WS-INT-ENV-OK-SWITCH
                   ELSE
                       MOVE 'N' TO WS-ENV-OK-SWITCH
                   END-IF
           END-EVALUATE.

       OPEN-INTRADAY-ENVELOPE.
           SET INTRADAY-ENVELOPE-OPEN TO TRUE
           SET INTRADAY-ENVELOPE-OK TO TRUE
           MOVE EH-GENERATION TO WS-ENV-GENERATION
           MOVE EH-RUN-DATE TO WS-ENV-RUN-DATE
           MOVE EH-RUN-ID TO WS-ENV-RUN-ID
           MOVE ZERO TO WS-ENV-DECLARED-COUNT
           MOVE ZERO TO WS-ENV-DECLARED-HASH
           MOVE ZERO TO WS-ENV-ACTUAL-COUNT
           MOVE ZERO TO WS-ENV-ACTUAL-HASH
           IF EH-TRANSMISSION-TYPE NOT = 'I'
               DISPLAY "Transmission " EH-GENERATION " on SEQXTRIE "
                       "is not typed intraday"
               MOVE 'N' TO WS-INT-ENV-OK-SWITCH
           END-IF.

       CLOSE-INTRADAY-ENVELOPE.
           IF ET-RECORD-COUNT NUMERIC
              AND ET-RESULT-HASH NUMERIC
               MOVE ET-RECORD-COUNT TO WS-ENV-DECLARED-COUNT
               MOVE ET-RESULT-HASH TO WS-ENV-DECLARED-HASH
               IF WS-ENV-DECLARED-COUNT NOT = WS-ENV-ACTUAL-COUNT
                  OR WS-ENV-DECLARED-HASH NOT = WS-ENV-ACTUAL-HASH
                   DISPLAY "Intraday transmission "
                           WS-ENV-GENERATION " trailer declares "
                           WS-ENV-DECLARED-COUNT " details, file "
                           "holds " WS-ENV-ACTUAL-COUNT
                   MOVE 'N' TO WS-INT-ENV-OK-SWITCH
               END-IF
           ELSE
               DISPLAY "Non-numeric intraday trailer on SEQXTRIE"
               MOVE 'N' TO WS-INT-ENV-OK-SWITCH
           END-IF
           PERFORM SETTLE-INTRADAY-ENVELOPE.

       SETTLE-INTRADAY-ENVELOPE.
           ADD 1 TO INTRADAY-ENVELOPE-COUNT
           MOVE 'INTRADAY ' TO EV-CAPTION
           MOVE WS-ENV-GENERATION TO EV-GENERATION
           MOVE WS-ENV-RUN-DATE TO EV-RUN-DATE
           MOVE WS-ENV-RUN-ID TO EV-RUN-ID
           MOVE WS-ENV-DECLARED-COUNT TO EV-DECLARED-COUNT
           MOVE WS-ENV-ACTUAL-COUNT TO EV-ACTUAL-COUNT
           IF INTRADAY-ENVELOPE-OK
               MOVE 'VERIFIED' TO EV-VERDICT
           ELSE
               MOVE 'BROKEN' TO EV-VERDICT
               MOVE 'N' TO WS-ENV-OK-SWITCH
           END-IF
           MOVE WS-ENVELOPE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-INT-OPEN-SWITCH.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
       WRITE-REPORT-FOOTER.
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
               MOVE ACK-READ-COUNT TO RLG-RECORDS-IN
               MOVE MATCHED-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
