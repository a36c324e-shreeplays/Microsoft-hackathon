               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQIN4-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-INPUT-FILE
           RECORDING MODE IS F.
       01  PARTITION-RECORD-4         PIC X(80).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SEQIN1-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQIN2-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQIN3-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQIN4-STATUS           PIC XX VALUE SPACES.
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
           05  BATCH-COUNT            PIC 9(7) VALUE ZERO.
           05  PARTITION-WRITE-COUNT  OCCURS 4 TIMES PIC 9(9).

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'SEQSPLIT'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           MOVE ZERO TO PARTITION-WRITE-COUNT (1)
                        PARTITION-WRITE-COUNT (2)
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

                   WRITE PARTITION-RECORD-4
           END-EVALUATE
           ADD 1 TO PARTITION-WRITE-COUNT (WS-WRITE-PARTITION).

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
               COMPUTE RLG-RECORDS-OUT = PARTITION-WRITE-COUNT (1)
                   + PARTITION-WRITE-COUNT (2)
                   + PARTITION-WRITE-COUNT (3)
                   + PARTITION-WRITE-COUNT (4)
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
