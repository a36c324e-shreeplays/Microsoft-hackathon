      *> first and last processed dates set to the run date; an
      *> existing number has its lane, result, size-error flag,
      *> and last processed date refreshed, first processed date
      *> untouched.  The rule-set version that classified the
      *> number is carried onto the master with the lane and
      *> result (zero for extract records that predate rule-set
      *> versioning).  MSTLOOK answers help-desk inquiries against
      *> the file this program maintains.
      *> The insert and update counts are also written to the
      *> MSTCTL control file so the DAYBAL end-to-end balancing
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTCTL-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           05  MCT-INSERTED-COUNT     PIC 9(9).
           05  MCT-UPDATED-COUNT      PIC 9(9).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQXTR-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQMST-STATUS           PIC XX VALUE SPACES.
       01  WS-MSTCTL-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.

       01  WS-XTR-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-EXTRACT         VALUE 'Y'.
           05  UPDATED-COUNT          PIC 9(9) VALUE ZERO.
           05  MASTER-ERROR-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'MSTUPDT'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD

               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

           MOVE SEQXTR-RESULT TO SEQMST-RESULT
           MOVE SEQXTR-SIZE-ERROR-FLAG TO SEQMST-SIZE-ERROR-FLAG
           MOVE WS-RUN-DATE-YMD TO SEQMST-LAST-PROC-DATE
           PERFORM SET-MASTER-RULE-VERSION
           REWRITE MASTER-RECORD
           IF WS-SEQMST-STATUS = "00"
               ADD 1 TO UPDATED-COUNT
           MOVE SEQXTR-SIZE-ERROR-FLAG TO SEQMST-SIZE-ERROR-FLAG
           MOVE WS-RUN-DATE-YMD TO SEQMST-FIRST-PROC-DATE
           MOVE WS-RUN-DATE-YMD TO SEQMST-LAST-PROC-DATE
           PERFORM SET-MASTER-RULE-VERSION
           MOVE SPACE TO SEQMST-BOOKED-LANE
           MOVE ZERO TO SEQMST-BOOKED-AMOUNT
           MOVE SPACES TO SEQMST-BOOKED-DATE
           WRITE MASTER-RECORD
           IF WS-SEQMST-STATUS = "00"
               ADD 1 TO INSERTED-COUNT
                       SEQMST-SEQ-NUMBER ", status " WS-SEQMST-STATUS
               ADD 1 TO MASTER-ERROR-COUNT
           END-IF.

       SET-MASTER-RULE-VERSION.
           IF SEQXTR-RULE-VERSION NUMERIC
               MOVE SEQXTR-RULE-VERSION TO SEQMST-RULE-VERSION
           ELSE
               MOVE ZERO TO SEQMST-RULE-VERSION
           END-IF.

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
               MOVE EXTRACT-READ-COUNT TO RLG-RECORDS-IN
               COMPUTE RLG-RECORDS-OUT = INSERTED-COUNT + UPDATED-COUNT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
