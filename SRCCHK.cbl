      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCCHK.
      *> ---------------------------------------------------------
      *> Expected-office check for the night's input, run on
      *> DUPCHECK's SEQINOK before anything is classified, so
      *> the counts below are the ones NUMBERPROC will see.
      *> Reads the SEQSRC office registry (maintained by SRCMNT)
      *> and every batch header on the input, and writes an
      *> exceptions report (SRCEXC) in two parts:
      *>   held out - every batch whose source id is not on the
      *>              registry (UNKNOWN-SRC) or whose office is
      *>              marked inactive (INACTIVE-SRC), with its
      *>              batch date and detail count.  NUMBERPROC
      *>              rejects every detail of these batches
      *>              under the same reason codes, so the report
      *>              and SEQREJ tie out.
      *>   missing  - every active office whose expected-days
      *>              mask has 'Y' for the processing date's
      *>              weekday and that sent no batch, with the
      *>              contact to chase.
      *> The processing date is the night the input belongs to,
      *> settled as RUNSLA settles it: a run started before
      *> 12:00 belongs to the previous day's night, so a stream
      *> that slips past midnight still checks that night's
      *> offices.  It heads SRCEXC with its weekday.
      *> Any exception ends RC=4: a warning for operations, not a
      *> reason to hold the night's classification.
      *> PARM='INTRADAY' (the NUMBINTR run) checks the batches
      *> only: an intraday run carries one office's urgent work,
      *> so every other office would show as missing, and the
      *> expected-office check is left to the night's run.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-INPUT-FILE ASSIGN TO "SEQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQIN-STATUS.

           SELECT OFFICE-FILE ASSIGN TO "SEQSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSRC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SRCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCEXC-STATUS.

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
       COPY "SEQINREC.cpy".

       FD  OFFICE-FILE
           RECORDING MODE IS F.
       COPY "SEQSRC.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SEQSRC-STATUS           PIC XX VALUE SPACES.
       01  WS-SRCEXC-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.

      *>  PARM='INTRADAY' skips the expected-office check (see
      *>  above).
       01  WS-RUN-MODE-PARM           PIC X(8) VALUE SPACES.
       01  WS-INTRADAY-MODE-SWITCH    PIC X VALUE 'N'.
           88  INTRADAY-RUN           VALUE 'Y'.

       01  WS-EOF-SWITCH              PIC X VALUE 'N'.
           88  END-OF-INPUT           VALUE 'Y'.
       01  WS-OFFICE-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-OFFICE-FILE     VALUE 'Y'.

       01  WS-OFFICE-TABLE.
           05  WS-OFF-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-OFF-MAX             PIC 9(4) VALUE 100.
           05  WS-OFF-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY OFF-IDX.
               10  WS-OFF-SOURCE-ID   PIC X(4).
               10  WS-OFF-NAME        PIC X(20).
               10  WS-OFF-STATUS      PIC X(1).
               10  WS-OFF-DAYS        PIC X(7).
               10  WS-OFF-CONTACT     PIC X(20).
               10  WS-OFF-BATCHES     PIC 9(4).
       01  WS-MATCH-SWITCH            PIC X VALUE 'N'.
           88  OFFICE-ENTRY-FOUND     VALUE 'Y'.
       01  WS-MATCH-IDX               PIC 9(4) VALUE ZERO.

      *>  Batch in flight: its registry verdict is settled at the
      *>  header and reported once the batch closes (trailer,
      *>  next header, or end of input).
       01  WS-IN-BATCH-SWITCH         PIC X VALUE 'N'.
           88  INSIDE-A-BATCH         VALUE 'Y'.
       01  WS-BAT-SOURCE-ID           PIC X(4) VALUE SPACES.
       01  WS-BAT-BATCH-DATE          PIC X(8) VALUE SPACES.
       01  WS-BAT-DETAIL-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-BAT-OFFICE-NAME         PIC X(20) VALUE SPACES.
       01  WS-BAT-REASON              PIC X(12) VALUE SPACES.

      *>  Processing date and its weekday, 1 = Monday .. 7 =
      *>  Sunday, indexing the registry's expected-days mask.
       01  WS-RUN-DATE-NUM            PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NUM             PIC S9(9) COMP VALUE ZERO.
       01  WS-DAY-OF-WEEK             PIC 9(1) VALUE ZERO.
       01  WS-DAY-NAMES.
           05  FILLER                 PIC X(9) VALUE 'MONDAY'.
           05  FILLER                 PIC X(9) VALUE 'TUESDAY'.
           05  FILLER                 PIC X(9) VALUE 'WEDNESDAY'.
           05  FILLER                 PIC X(9) VALUE 'THURSDAY'.
           05  FILLER                 PIC X(9) VALUE 'FRIDAY'.
           05  FILLER                 PIC X(9) VALUE 'SATURDAY'.
           05  FILLER                 PIC X(9) VALUE 'SUNDAY'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME            PIC X(9) OCCURS 7 TIMES.

       01  WS-COUNTERS.
           05  BATCH-COUNT            PIC 9(7) VALUE ZERO.
           05  HELD-BATCH-COUNT       PIC 9(7) VALUE ZERO.
           05  HELD-DETAIL-COUNT      PIC 9(9) VALUE ZERO.
           05  EXPECTED-COUNT         PIC 9(7) VALUE ZERO.
           05  MISSING-COUNT          PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'SRCCHK'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(13) VALUE '  PROC DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RH-DAY-NAME            PIC X(9).
           05  FILLER                 PIC X(26) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SC-CAPTION             PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-HELD-HEADING-LINE.
           05  FILLER                 PIC X(40)
               VALUE 'SOURCE  BATCH DATE  DETAILS  REASON'.
           05  FILLER                 PIC X(40)
               VALUE '    OFFICE NAME'.

       01  WS-HELD-DETAIL-LINE.
           05  HD-SOURCE-ID           PIC X(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  HD-BATCH-DATE          PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HD-DETAIL-COUNT        PIC Z(8)9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  HD-REASON              PIC X(12).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  HD-OFFICE-NAME         PIC X(20).
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-MISSING-HEADING-LINE.
           05  FILLER                 PIC X(40)
               VALUE 'SOURCE  OFFICE NAME           CONTACT'.
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-MISSING-DETAIL-LINE.
           05  MD-SOURCE-ID           PIC X(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  MD-OFFICE-NAME         PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  MD-CONTACT             PIC X(20).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-NOT-CHECKED-LINE.
           05  FILLER                 PIC X(50)
               VALUE '  NOT CHECKED - INTRADAY RUN FOR ONE OFFICE'.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(8)  VALUE '  NONE'.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CN-CAPTION             PIC X(34).
           05  CN-COUNT               PIC Z(8)9.
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       01  WS-REPORT-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH         PIC S9(4) COMP.
           05  LK-PARM-TEXT           PIC X(8).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH <= 8
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-RUN-MODE-PARM
           END-IF
           IF WS-RUN-MODE-PARM = 'INTRADAY'
               SET INTRADAY-RUN TO TRUE
           END-IF

           OPEN INPUT OFFICE-FILE
           IF WS-SEQSRC-STATUS NOT = "00"
               DISPLAY "Unable to open SEQSRC, status "
                       WS-SEQSRC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SEQ-INPUT-FILE
           IF WS-SEQIN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQIN, status " WS-SEQIN-STATUS
               CLOSE OFFICE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-SRCEXC-STATUS NOT = "00"
               DISPLAY "Unable to open SRCEXC, status "
                       WS-SRCEXC-STATUS
               CLOSE OFFICE-FILE
               CLOSE SEQ-INPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-OFFICE-TABLE
           PERFORM SET-RUN-WEEKDAY
           PERFORM WRITE-REPORT-HEADER

           MOVE 'BATCHES HELD OUT - OFFICE NOT REGISTERED OR INACTIVE'
               TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE WS-HELD-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM READ-INPUT-RECORD
           PERFORM UNTIL END-OF-INPUT
               PERFORM CHECK-INPUT-RECORD
               PERFORM READ-INPUT-RECORD
           END-PERFORM
           IF INSIDE-A-BATCH
               PERFORM CLOSE-INPUT-BATCH
           END-IF
           IF HELD-BATCH-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO SC-CAPTION
           STRING 'EXPECTED OFFICES WITH NO BATCH - '
                  WS-DAY-NAME (WS-DAY-OF-WEEK)
                  DELIMITED BY SIZE INTO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE WS-MISSING-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF INTRADAY-RUN
               MOVE WS-NOT-CHECKED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM CHECK-EXPECTED-OFFICES
               IF MISSING-COUNT = ZERO
                   MOVE WS-NONE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-REPORT-FOOTER

           CLOSE OFFICE-FILE
           CLOSE SEQ-INPUT-FILE
           CLOSE REPORT-FILE

           DISPLAY "Offices on registry: " WS-OFF-COUNT
           DISPLAY "Batches on input: " BATCH-COUNT
           DISPLAY "Batches held out: " HELD-BATCH-COUNT
           DISPLAY "Expected offices with no batch: " MISSING-COUNT

           IF HELD-BATCH-COUNT NOT = ZERO
              OR MISSING-COUNT NOT = ZERO
               DISPLAY "Office exceptions found, see SRCEXC"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

       LOAD-OFFICE-TABLE.
           PERFORM UNTIL END-OF-OFFICE-FILE
               READ OFFICE-FILE
                   AT END
                       SET END-OF-OFFICE-FILE TO TRUE
                   NOT AT END
                       IF WS-OFF-COUNT >= WS-OFF-MAX
                           DISPLAY "Office table full at "
                                   WS-OFF-MAX " entries"
                           CLOSE OFFICE-FILE
                           CLOSE SEQ-INPUT-FILE
                           CLOSE REPORT-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-OFF-COUNT
                       SET OFF-IDX TO WS-OFF-COUNT
                       MOVE REG-SOURCE-ID
                           TO WS-OFF-SOURCE-ID (OFF-IDX)
                       MOVE REG-OFFICE-NAME TO WS-OFF-NAME (OFF-IDX)
                       MOVE REG-OFFICE-STATUS
                           TO WS-OFF-STATUS (OFF-IDX)
                       MOVE REG-EXPECTED-DAYS TO WS-OFF-DAYS (OFF-IDX)
                       MOVE REG-CONTACT TO WS-OFF-CONTACT (OFF-IDX)
                       MOVE ZERO TO WS-OFF-BATCHES (OFF-IDX)
               END-READ
           END-PERFORM
           IF WS-OFF-COUNT = ZERO
               DISPLAY "SEQSRC registry is empty, every batch "
                       "will be held out"
           END-IF.

      *>  Day 1 of the integer calendar (01/01/1601) was a Monday.
      *>  An intraday run classifies during the day it runs, so
      *>  only the night's run steps back before 12:00.
       SET-RUN-WEEKDAY.
           MOVE WS-RUN-START-STAMP(1:8) TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           IF WS-RUN-START-STAMP(9:6) < '120000'
              AND NOT INTRADAY-RUN
               SUBTRACT 1 FROM WS-RUN-DAY-NUM
               COMPUTE WS-RUN-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUM)
           END-IF
           MOVE WS-RUN-DATE-NUM TO WS-CURRENT-DATE-TIME
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-RUN-DAY-NUM - 1, 7) + 1
           DISPLAY "Processing date: " WS-RUN-DATE-NUM " "
                   WS-DAY-NAME (WS-DAY-OF-WEEK).

       READ-INPUT-RECORD.
           READ SEQ-INPUT-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

      *>  Details outside a batch and unknown record types are
      *>  NUMBERPROC's to reject; only batches are checked here.
       CHECK-INPUT-RECORD.
           EVALUATE TRUE
               WHEN BATCH-HEADER-RECORD
                   IF INSIDE-A-BATCH
                       PERFORM CLOSE-INPUT-BATCH
                   END-IF
                   PERFORM OPEN-INPUT-BATCH
               WHEN BATCH-DETAIL-RECORD
                   IF INSIDE-A-BATCH
                       ADD 1 TO WS-BAT-DETAIL-COUNT
                   END-IF
               WHEN BATCH-TRAILER-RECORD
                   IF INSIDE-A-BATCH
                       PERFORM CLOSE-INPUT-BATCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-INPUT-BATCH.
           ADD 1 TO BATCH-COUNT
           SET INSIDE-A-BATCH TO TRUE
           MOVE SRC-SOURCE-ID TO WS-BAT-SOURCE-ID
           MOVE SRC-BATCH-DATE TO WS-BAT-BATCH-DATE
           MOVE ZERO TO WS-BAT-DETAIL-COUNT
           MOVE SPACES TO WS-BAT-OFFICE-NAME
           MOVE SPACES TO WS-BAT-REASON
           PERFORM FIND-OFFICE-ENTRY
           IF OFFICE-ENTRY-FOUND
               SET OFF-IDX TO WS-MATCH-IDX
               ADD 1 TO WS-OFF-BATCHES (OFF-IDX)
               MOVE WS-OFF-NAME (OFF-IDX) TO WS-BAT-OFFICE-NAME
               IF WS-OFF-STATUS (OFF-IDX) NOT = 'A'
                   MOVE 'INACTIVE-SRC' TO WS-BAT-REASON
               END-IF
           ELSE
               MOVE 'UNKNOWN-SRC' TO WS-BAT-REASON
           END-IF.

       CLOSE-INPUT-BATCH.
           MOVE 'N' TO WS-IN-BATCH-SWITCH
           IF WS-BAT-REASON NOT = SPACES
               ADD 1 TO HELD-BATCH-COUNT
               ADD WS-BAT-DETAIL-COUNT TO HELD-DETAIL-COUNT
               MOVE WS-BAT-SOURCE-ID TO HD-SOURCE-ID
               MOVE WS-BAT-BATCH-DATE TO HD-BATCH-DATE
               MOVE WS-BAT-DETAIL-COUNT TO HD-DETAIL-COUNT
               MOVE WS-BAT-REASON TO HD-REASON
               MOVE WS-BAT-OFFICE-NAME TO HD-OFFICE-NAME
               MOVE WS-HELD-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       FIND-OFFICE-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-OFF-COUNT NOT = ZERO
               PERFORM VARYING OFF-IDX FROM 1 BY 1
                       UNTIL OFF-IDX > WS-OFF-COUNT
                          OR OFFICE-ENTRY-FOUND
                   IF WS-OFF-SOURCE-ID (OFF-IDX) = SRC-SOURCE-ID
                       SET OFFICE-ENTRY-FOUND TO TRUE
                       SET WS-MATCH-IDX TO OFF-IDX
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-EXPECTED-OFFICES.
           IF WS-OFF-COUNT NOT = ZERO
               PERFORM VARYING OFF-IDX FROM 1 BY 1
                       UNTIL OFF-IDX > WS-OFF-COUNT
                   IF WS-OFF-STATUS (OFF-IDX) = 'A'
                      AND WS-OFF-DAYS (OFF-IDX) (WS-DAY-OF-WEEK:1)
                          = 'Y'
                       ADD 1 TO EXPECTED-COUNT
                       IF WS-OFF-BATCHES (OFF-IDX) = ZERO
                           ADD 1 TO MISSING-COUNT
                           MOVE WS-OFF-SOURCE-ID (OFF-IDX)
                               TO MD-SOURCE-ID
                           MOVE WS-OFF-NAME (OFF-IDX)
                               TO MD-OFFICE-NAME
                           MOVE WS-OFF-CONTACT (OFF-IDX)
                               TO MD-CONTACT
                           MOVE WS-MISSING-DETAIL-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO RH-DAY-NAME
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OFFICES ON REGISTRY' TO CN-CAPTION
           MOVE WS-OFF-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'BATCHES ON INPUT' TO CN-CAPTION
           MOVE BATCH-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'BATCHES HELD OUT' TO CN-CAPTION
           MOVE HELD-BATCH-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DETAILS IN BATCHES HELD OUT' TO CN-CAPTION
           MOVE HELD-DETAIL-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'OFFICES EXPECTED TODAY' TO CN-CAPTION
           MOVE EXPECTED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXPECTED OFFICES WITH NO BATCH' TO CN-CAPTION
           MOVE MISSING-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
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
               MOVE BATCH-COUNT TO RLG-RECORDS-IN
               MOVE HELD-BATCH-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
