      *> pass straight through for NUMBERPROC's normal editing.
      *> 'REJ ' audit records document a rejection, not a
      *> classification - a corrected resubmission of that number
      *> is not flagged as a duplicate.  Nor is a number whose
      *> classifications have all been cancelled by 'REV '
      *> reversals (RUNBACK), so a backed-out run can be rerun;
      *> the SORT step keeps each reversal behind the record it
      *> cancels (OPTION EQUALS - the reversal is appended later
      *> and shares its number, date and time).
      *> The match is made without any per-number table, so the
      *> audit trail can grow to any size: the day's details are
      *> tagged with their file position and sorted by number, a
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPWRK2-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-INPUT-FILE
           05  DCN-PRIOR-RUN-DATE     PIC X(8).
           05  DCN-PRIOR-CLASS-CODE   PIC X(4).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SEQAUDS-STATUS          PIC XX VALUE SPACES.
       01  WS-DUPRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-DUPWRK1-STATUS          PIC XX VALUE SPACES.
       01  WS-DUPWRK2-STATUS          PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.

       01  WS-IN-EOF-SWITCH           PIC X VALUE 'N'.
           88  END-OF-INPUT           VALUE 'Y'.
           05  WS-AUDG-CLASS          PIC X(4) VALUE SPACES.
           05  WS-AUDG-DATE           PIC X(8) VALUE SPACES.
           05  WS-AUDG-CLASSIFIED     PIC X(1) VALUE 'N'.
      *>  Classifications less reversals, and the class and date
      *>  shown before the record just taken, which a reversal
      *>  right behind it restores.
       01  WS-AUDG-NET-COUNT          PIC S9(5) VALUE ZERO.
       01  WS-AUDG-SAVED-CLASS        PIC X(4) VALUE SPACES.
       01  WS-AUDG-SAVED-DATE         PIC X(8) VALUE SPACES.
       01  WS-AUDG-VALID-SWITCH       PIC X VALUE 'N'.
           88  AUDIT-GROUP-IN-HAND    VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD

               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.


      *>  Collapse all SEQAUDS records for one number into its
      *>  latest classification.  'REJ ' records are consumed
      *>  but never count as a classification; a 'REV ' record
      *>  cancels the classification in front of it.
       READ-NEXT-AUDIT-GROUP.
           MOVE 'N' TO WS-AUDG-VALID-SWITCH
           IF NOT END-OF-AUDIT-FILE
               MOVE SPACES TO WS-AUDG-CLASS
               MOVE SPACES TO WS-AUDG-DATE
               MOVE 'N' TO WS-AUDG-CLASSIFIED
               MOVE ZERO TO WS-AUDG-NET-COUNT
               PERFORM UNTIL END-OF-AUDIT-FILE
                          OR WS-AUD-NEXT-NUMBER NOT = WS-AUDG-NUMBER
                   EVALUATE WS-AUD-NEXT-CLASS
                       WHEN 'REJ '
                           CONTINUE
                       WHEN 'REV '
                           SUBTRACT 1 FROM WS-AUDG-NET-COUNT
                           MOVE WS-AUDG-SAVED-CLASS TO WS-AUDG-CLASS
                           MOVE WS-AUDG-SAVED-DATE TO WS-AUDG-DATE
                       WHEN OTHER
                           ADD 1 TO WS-AUDG-NET-COUNT
                           MOVE WS-AUDG-CLASS TO WS-AUDG-SAVED-CLASS
                           MOVE WS-AUDG-DATE TO WS-AUDG-SAVED-DATE
                           MOVE WS-AUD-NEXT-CLASS TO WS-AUDG-CLASS
                           MOVE WS-AUD-NEXT-DATE TO WS-AUDG-DATE
                   END-EVALUATE
                   PERFORM READ-AUDIT-LOOKAHEAD
               END-PERFORM
               IF WS-AUDG-NET-COUNT > ZERO
                   MOVE 'Y' TO WS-AUDG-CLASSIFIED
               END-IF
           END-IF.

       DECIDE-ONE-DETAIL.
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
               MOVE INPUT-READ-COUNT TO RLG-RECORDS-IN
               MOVE PASSED-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
