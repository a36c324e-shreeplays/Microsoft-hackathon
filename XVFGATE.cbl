      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XVFGATE.
      *> ---------------------------------------------------------
      *> Release gate for the nightly extract.  XTRVERIF records
      *> its verdict on the XVFCTL control (see SEQXVF.cpy); this
      *> step runs first in every job that picks up SEQXTR(0) -
      *> the acknowledgment handshake and the booking
      *> reconciliation - and compares the extract's envelope
      *> header with the control.  The job's remaining steps run
      *> only on RC=0, so an extract that failed verification,
      *> or was never verified, is not matched, resent or
      *> reconciled until a clean verification releases it.
      *> RC=0 when the control names this extract (generation,
      *> run date and run id) and says release; RC=8 when it
      *> says hold, names another extract, or is missing or
      *> empty, or the extract has no header; RC=16 when SEQXTR
      *> cannot be opened.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "SEQXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTR-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "XVFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XVFCTL-STATUS.

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
       COPY "SEQXTR.cpy".

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY "SEQXVF.cpy".

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQXTR-STATUS           PIC XX VALUE SPACES.
       01  WS-XVFCTL-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.

      *>  The extract's header as found on the file.
       01  WS-HEADER-FOUND-SWITCH     PIC X VALUE 'N'.
           88  HEADER-FOUND           VALUE 'Y'.
       01  WS-XTR-GENERATION          PIC 9(6) VALUE ZERO.
       01  WS-XTR-RUN-DATE            PIC X(8) VALUE SPACES.
       01  WS-XTR-RUN-ID              PIC X(8) VALUE SPACES.

      *>  The verification control as found on XVFCTL.
       01  WS-CONTROL-FOUND-SWITCH    PIC X VALUE 'N'.
           88  CONTROL-FOUND          VALUE 'Y'.
       01  WS-RELEASE-SWITCH          PIC X VALUE 'N'.
           88  EXTRACT-RELEASED       VALUE 'Y'.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'XVFGATE'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           OPEN INPUT EXTRACT-FILE
           IF WS-SEQXTR-STATUS NOT = "00"
               DISPLAY "Unable to open SEQXTR, status " WS-SEQXTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ EXTRACT-FILE
               NOT AT END
                   IF EXTRACT-HEADER-RECORD
                       SET HEADER-FOUND TO TRUE
                       MOVE XTH-GENERATION TO WS-XTR-GENERATION
                       MOVE XTH-RUN-DATE TO WS-XTR-RUN-DATE
                       MOVE XTH-RUN-ID TO WS-XTR-RUN-ID
                   END-IF
           END-READ
           CLOSE EXTRACT-FILE

           OPEN INPUT CONTROL-FILE
           IF WS-XVFCTL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       SET CONTROL-FOUND TO TRUE
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "Unable to open XVFCTL, status "
                       WS-XVFCTL-STATUS
           END-IF

           EVALUATE TRUE
               WHEN NOT HEADER-FOUND
                   DISPLAY "SEQXTR has no envelope header, the "
                           "extract cannot be identified"
               WHEN NOT CONTROL-FOUND
                   DISPLAY "No verification verdict on XVFCTL"
               WHEN XVF-GENERATION NOT = WS-XTR-GENERATION
                 OR XVF-RUN-DATE NOT = WS-XTR-RUN-DATE
                 OR XVF-RUN-ID NOT = WS-XTR-RUN-ID
                   DISPLAY "XVFCTL names generation " XVF-GENERATION
                           " run " XVF-RUN-DATE " " XVF-RUN-ID
                   DISPLAY "SEQXTR is generation " WS-XTR-GENERATION
                           " run " WS-XTR-RUN-DATE " " WS-XTR-RUN-ID
                   DISPLAY "The extract has not been verified"
               WHEN XVF-RELEASE
                   SET EXTRACT-RELEASED TO TRUE
               WHEN OTHER
                   DISPLAY "Extract generation " XVF-GENERATION
                           " FAILED VERIFICATION on " XVF-VERIFIED-DATE
                           " with " XVF-EXCEPTION-COUNT " exceptions"
           END-EVALUATE

           IF EXTRACT-RELEASED
               DISPLAY "Extract generation " WS-XTR-GENERATION
                       " verified on " XVF-VERIFIED-DATE
                       ", released to the pickup"
           ELSE
               DISPLAY "EXTRACT HELD - the pickup must not run "
                       "until a clean verification releases it"
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

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
               IF HEADER-FOUND
                   MOVE 1 TO RLG-RECORDS-IN
               ELSE
                   MOVE 0 TO RLG-RECORDS-IN
               END-IF
               IF EXTRACT-RELEASED
                   MOVE 1 TO RLG-RECORDS-OUT
               ELSE
                   MOVE 0 TO RLG-RECORDS-OUT
               END-IF
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
