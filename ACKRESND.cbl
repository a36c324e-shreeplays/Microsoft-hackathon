               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRGEN-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNACKED-FILE
       01  GENERATION-RECORD.
           05  GEN-LAST-GENERATION    PIC 9(6).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQUNACK-STATUS         PIC XX VALUE SPACES.
       01  WS-SEQXTR-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQXTRR-STATUS          PIC XX VALUE SPACES.
       01  WS-RSNDRPT-STATUS          PIC XX VALUE SPACES.
       01  WS-XTRGEN-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.
       01  WS-GEN-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-GENERATION-FILE VALUE 'Y'.
       01  WS-EXTRACT-GENERATION      PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           OPEN INPUT OLD-CONTROL-FILE
           IF WS-RSNDCTL-STATUS NOT = "00"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

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
               MOVE UNACKED-IN-COUNT TO RLG-RECORDS-IN
               MOVE RESENT-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
