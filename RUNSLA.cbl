      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSLA.
      *> ---------------------------------------------------------
      *> Weekly batch-window SLA report over the RUNLOG job-stream
      *> run log (see SEQRLG.cpy), covering the seven nights
      *> before the run date.  A run belongs to the night named by
      *> its start date when it started at or after noon, and to
      *> the previous date's night when it started before noon,
      *> so a stream that crosses midnight stays on one night.
      *> The report on SLARPT has three parts:
      *>   stream finish - per night, the runs logged, the worst
      *>              return code, when DAYBAL (the last step
      *>              before the allocation pickup) ended, and the
      *>              pickup deadline.  A night that finished
      *>              after the deadline is LATE; one that ran
      *>              but logged no DAYBAL is INCOMPLETE - the
      *>              stream stopped, or a step ended fatally,
      *>              before the balancing step.
      *>   elapsed    - minutes per job/step/program per night;
      *>              reruns of a step on one night are summed.
      *>   throughput - records in per minute per step per night,
      *>              flagged when the latest night falls below
      *>              WS-DEGRADE-PCT percent of the earlier
      *>              nights' average, so a step slowing down is
      *>              seen before it costs a pickup.
      *> The deadline is the SEQPARM keyword 'PICKUP-DEADL'
      *> (HHMM), effective-dated per night like every other
      *> SEQPARM value; a deadline before noon falls on the
      *> morning after the night's date.  Any late or incomplete
      *> night, or any slowing step, ends RC=4.
      *> Intraday runs (job NUMBINTR, run by day outside the
      *> batch window) are reported with their own steps in the
      *> elapsed and throughput parts but take no part in the
      *> stream finish - the intraday DAYBAL is not the night's
      *> balancing step, and an intraday failure is not a
      *> failed night.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "SEQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       COPY "SEQPARM.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQPARM-STATUS          PIC XX VALUE SPACES.
       01  WS-SLARPT-STATUS           PIC XX VALUE SPACES.

       01  WS-LOG-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-RUN-LOG         VALUE 'Y'.
       01  WS-PARM-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-PARM-FILE       VALUE 'Y'.

      *>  Compiled deadline is a fallback only, for nights before
      *>  the first 'PICKUP-DEADL' record takes effect.
       01  WS-DEFAULT-DEADLINE        PIC 9(4) VALUE 0600.
       01  WS-DEADLINE-TABLE.
           05  WS-DDL-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-DDL-MAX             PIC 9(2) VALUE 50.
           05  WS-DDL-ENTRY           OCCURS 50 TIMES
                                      INDEXED BY DDL-IDX.
               10  WS-DDL-EFF-DATE    PIC X(8).
               10  WS-DDL-HHMM        PIC 9(4).
       01  WS-DDL-BEST-DATE           PIC X(8) VALUE SPACES.
       01  WS-PARM-VALUE-NUM          PIC 9(9) VALUE ZERO.
       01  WS-PARM-HHMM.
           05  WS-PARM-HH             PIC 9(2).
           05  WS-PARM-MM             PIC 9(2).

      *>  Throughput below this percentage of the earlier nights'
      *>  average marks a step as slowing.
       01  WS-DEGRADE-PCT             PIC 9(2) VALUE 80.

      *>  Job name of the intraday run (jcl/NUMBINTR.jcl).
       01  WS-INTRADAY-JOB-NAME       PIC X(8) VALUE 'NUMBINTR'.

      *>  Reporting window: the seven nights before the run date,
      *>  oldest first, held as integer dates.
       01  WS-RUN-DATE-NUM            PIC 9(8) VALUE ZERO.
       01  WS-RUN-DAY-NUM             PIC 9(7) VALUE ZERO.
       01  WS-FIRST-NIGHT-NUM         PIC 9(7) VALUE ZERO.
       01  WS-LAST-NIGHT-NUM          PIC 9(7) VALUE ZERO.
       01  WS-NIGHT-COUNT             PIC 9(1) VALUE 7.
       01  WS-NIGHT-TABLE.
           05  WS-NGT-ENTRY           OCCURS 7 TIMES
                                      INDEXED BY NGT-IDX.
               10  WS-NGT-DATE        PIC 9(8).
               10  WS-NGT-DAY-NUM     PIC 9(7).
               10  WS-NGT-RUN-COUNT   PIC 9(4).
               10  WS-NGT-MAX-RC      PIC 9(4).
               10  WS-NGT-FINISH      PIC X(14).
               10  WS-NGT-DEADLINE    PIC X(14).
               10  WS-NGT-STATUS      PIC X(10).

      *>  One entry per job/step/program seen in the window, in
      *>  the order first logged, with a cell per night.
       01  WS-STEP-TABLE.
           05  WS-STP-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-STP-MAX             PIC 9(2) VALUE 50.
           05  WS-STP-ENTRY           OCCURS 50 TIMES
                                      INDEXED BY STP-IDX.
               10  WS-STP-JOB-NAME    PIC X(8).
               10  WS-STP-STEP-NAME   PIC X(8).
               10  WS-STP-PROGRAM     PIC X(10).
               10  WS-STP-NIGHT       OCCURS 7 TIMES
                                      INDEXED BY SNT-IDX.
                   15  WS-STP-RUNS    PIC 9(3).
                   15  WS-STP-SECONDS PIC 9(7).
                   15  WS-STP-RECORDS PIC 9(9).
       01  WS-STEP-FOUND-SWITCH       PIC X VALUE 'N'.
           88  STEP-ENTRY-FOUND       VALUE 'Y'.
       01  WS-STEP-FOUND-IDX          PIC 9(2) VALUE ZERO.

      *>  Work fields for the log record in hand.
       01  WS-WORK-DATE-NUM           PIC 9(8) VALUE ZERO.
       01  WS-WORK-DAY-NUM            PIC 9(7) VALUE ZERO.
       01  WS-LOG-NIGHT-NUM           PIC 9(7) VALUE ZERO.
       01  WS-LOG-NIGHT-IDX           PIC 9(1) VALUE ZERO.
       01  WS-TIME-WORK.
           05  WS-TIME-HH             PIC 9(2).
           05  WS-TIME-MM             PIC 9(2).
           05  WS-TIME-SS             PIC 9(2).
       01  WS-START-SECONDS           PIC 9(12) VALUE ZERO.
       01  WS-END-SECONDS             PIC 9(12) VALUE ZERO.
       01  WS-ELAPSED-SECONDS         PIC 9(7) VALUE ZERO.
       01  WS-END-STAMP               PIC X(14) VALUE SPACES.

      *>  Work fields for the matrices and the trend test.
       01  WS-MINUTES                 PIC 9(5)V9 VALUE ZERO.
       01  WS-MINUTES-EDIT            PIC ZZZZ9.9.
       01  WS-RATE                    PIC 9(9) VALUE ZERO.
       01  WS-RATE-EDIT               PIC Z(6)9.
       01  WS-RATE-SECONDS            PIC 9(7) VALUE ZERO.
       01  WS-LATEST-RATE             PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-RATE-TOTAL        PIC 9(11) VALUE ZERO.
       01  WS-PRIOR-NIGHTS            PIC 9(1) VALUE ZERO.
       01  WS-RATED-NIGHT-SWITCH      PIC X VALUE 'N'.
           88  LATEST-NIGHT-RATED     VALUE 'Y'.
       01  WS-NO-CELL                 PIC X(7) VALUE '      -'.

       01  WS-COUNTERS.
           05  LOG-READ-COUNT         PIC 9(9) VALUE ZERO.
           05  IN-WINDOW-COUNT        PIC 9(9) VALUE ZERO.
           05  OUTSIDE-WINDOW-COUNT   PIC 9(9) VALUE ZERO.
           05  UNUSABLE-COUNT         PIC 9(7) VALUE ZERO.
           05  LATE-NIGHT-COUNT       PIC 9(1) VALUE ZERO.
           05  INCOMPLETE-NIGHT-COUNT PIC 9(1) VALUE ZERO.
           05  NOT-RUN-NIGHT-COUNT    PIC 9(1) VALUE ZERO.
           05  SLOWING-STEP-COUNT     PIC 9(2) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'RUNSLA'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(20)
               VALUE '  BATCH WINDOW SLA'.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SC-CAPTION             PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-NIGHT-HEADING-LINE.
           05  FILLER                 PIC X(40)
               VALUE 'NIGHT OF    RUNS  MAX RC  STREAM END    '.
           05  FILLER                 PIC X(40)
               VALUE '  DEADLINE        STATUS'.

       01  WS-NIGHT-DETAIL-LINE.
           05  ND-NIGHT-DATE          PIC X(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  ND-RUN-COUNT           PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ND-MAX-RC              PIC Z(5)9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ND-FINISH              PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ND-DEADLINE            PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ND-STATUS              PIC X(10).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-MATRIX-HEADING-LINE.
           05  FILLER                 PIC X(28)
               VALUE 'JOB      STEP     PROGRAM'.
           05  MH-NIGHT               PIC X(7) OCCURS 7 TIMES.
           05  FILLER                 PIC X(3)  VALUE SPACES.

       01  WS-MATRIX-DETAIL-LINE.
           05  MX-JOB-NAME            PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  MX-STEP-NAME           PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  MX-PROGRAM             PIC X(10).
           05  MX-CELL                PIC X(7) OCCURS 7 TIMES.
           05  MX-FLAG                PIC X(3).

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

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           PERFORM SET-REPORT-WINDOW

           OPEN INPUT PARAMETER-FILE
           IF WS-SEQPARM-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPARM, status "
                       WS-SEQPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PICKUP-DEADLINES
           CLOSE PARAMETER-FILE

           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "Unable to open RUNLOG, status "
                       WS-RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-SLARPT-STATUS NOT = "00"
               DISPLAY "Unable to open SLARPT, status "
                       WS-SLARPT-STATUS
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-RUN-LOG-RECORD
           PERFORM UNTIL END-OF-RUN-LOG
               PERFORM ADD-RUN-TO-WINDOW
               PERFORM READ-RUN-LOG-RECORD
           END-PERFORM

           PERFORM SETTLE-NIGHT-STATUS
               VARYING NGT-IDX FROM 1 BY 1
               UNTIL NGT-IDX > WS-NIGHT-COUNT

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-FINISH-SECTION
           PERFORM WRITE-ELAPSED-SECTION
           PERFORM WRITE-THROUGHPUT-SECTION
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-REPORT-FOOTER

           CLOSE RUN-LOG-FILE
           CLOSE REPORT-FILE

           DISPLAY "Run-log records read: " LOG-READ-COUNT
           DISPLAY "Runs in the week reported: " IN-WINDOW-COUNT
           DISPLAY "Steps reported: " WS-STP-COUNT
           DISPLAY "Nights late for pickup: " LATE-NIGHT-COUNT
           DISPLAY "Nights incomplete: " INCOMPLETE-NIGHT-COUNT
           DISPLAY "Steps slowing: " SLOWING-STEP-COUNT

           IF LATE-NIGHT-COUNT NOT = ZERO
              OR INCOMPLETE-NIGHT-COUNT NOT = ZERO
              OR SLOWING-STEP-COUNT NOT = ZERO
               DISPLAY "The batch window missed or is drifting "
                       "toward the pickup deadline, see SLARPT"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End".
           STOP RUN.

       SET-REPORT-WINDOW.
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-FIRST-NIGHT-NUM = WS-RUN-DAY-NUM - 7
           COMPUTE WS-LAST-NIGHT-NUM = WS-RUN-DAY-NUM - 1
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               INITIALIZE WS-NGT-ENTRY (NGT-IDX)
               SET WS-LOG-NIGHT-IDX TO NGT-IDX
               COMPUTE WS-NGT-DAY-NUM (NGT-IDX) =
                   WS-FIRST-NIGHT-NUM + WS-LOG-NIGHT-IDX - 1
               COMPUTE WS-NGT-DATE (NGT-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-NGT-DAY-NUM (NGT-IDX))
           END-PERFORM.

      *>  Every 'PICKUP-DEADL' record is kept so each night can
      *>  take the deadline in effect on its own date.
       LOAD-PICKUP-DEADLINES.
           PERFORM UNTIL END-OF-PARM-FILE
               READ PARAMETER-FILE
                   AT END
                       SET END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF PRM-KEYWORD = 'PICKUP-DEADL'
                           PERFORM ADD-PICKUP-DEADLINE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PICKUP-DEADLINE.
           IF PRM-VALUE NOT NUMERIC
               DISPLAY "Non-numeric SEQPARM value ignored: "
                       PARAMETER-RECORD
           ELSE
               MOVE PRM-VALUE TO WS-PARM-VALUE-NUM
               MOVE PRM-VALUE(6:4) TO WS-PARM-HHMM
               EVALUATE TRUE
                   WHEN WS-PARM-VALUE-NUM > 2359
                     OR WS-PARM-HH > 23
                     OR WS-PARM-MM > 59
                       DISPLAY "PICKUP-DEADL not a valid HHMM "
                               "ignored: " PRM-VALUE
                   WHEN WS-DDL-COUNT >= WS-DDL-MAX
                       DISPLAY "Deadline table full at " WS-DDL-MAX
                               " entries, ignored: " PARAMETER-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-DDL-COUNT
                       SET DDL-IDX TO WS-DDL-COUNT
                       MOVE PRM-EFFECTIVE-DATE
                           TO WS-DDL-EFF-DATE (DDL-IDX)
                       MOVE WS-PARM-HHMM TO WS-DDL-HHMM (DDL-IDX)
               END-EVALUATE
           END-IF.

       READ-RUN-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END
                   SET END-OF-RUN-LOG TO TRUE
               NOT AT END
                   ADD 1 TO LOG-READ-COUNT
           END-READ.

       ADD-RUN-TO-WINDOW.
           IF RLG-RUN-DATE NOT NUMERIC
              OR RLG-START-TIME NOT NUMERIC
              OR RLG-END-DATE NOT NUMERIC
              OR RLG-END-TIME NOT NUMERIC
               DISPLAY "Unusable run-log record skipped: "
                       RUN-LOG-RECORD
               ADD 1 TO UNUSABLE-COUNT
           ELSE
               PERFORM SET-RUN-NIGHT
               IF WS-LOG-NIGHT-NUM < WS-FIRST-NIGHT-NUM
                  OR WS-LOG-NIGHT-NUM > WS-LAST-NIGHT-NUM
                   ADD 1 TO OUTSIDE-WINDOW-COUNT
               ELSE
                   ADD 1 TO IN-WINDOW-COUNT
                   PERFORM SET-RUN-ELAPSED
                   IF RLG-JOB-NAME NOT = WS-INTRADAY-JOB-NAME
                       PERFORM ADD-RUN-TO-NIGHT
                   END-IF
                   PERFORM ADD-RUN-TO-STEP
               END-IF
           END-IF.

      *>  Start seconds are taken here while the start date's
      *>  integer form is in hand.
       SET-RUN-NIGHT.
           MOVE RLG-RUN-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-WORK-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           MOVE RLG-START-TIME TO WS-TIME-WORK
           COMPUTE WS-START-SECONDS = WS-WORK-DAY-NUM * 86400
               + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           IF RLG-START-TIME < '120000'
               COMPUTE WS-LOG-NIGHT-NUM = WS-WORK-DAY-NUM - 1
           ELSE
               MOVE WS-WORK-DAY-NUM TO WS-LOG-NIGHT-NUM
           END-IF.

       SET-RUN-ELAPSED.
           MOVE RLG-END-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-WORK-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           MOVE RLG-END-TIME TO WS-TIME-WORK
           COMPUTE WS-END-SECONDS = WS-WORK-DAY-NUM * 86400
               + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           IF WS-END-SECONDS < WS-START-SECONDS
               MOVE ZERO TO WS-ELAPSED-SECONDS
           ELSE
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           END-IF
           COMPUTE WS-LOG-NIGHT-IDX =
               WS-LOG-NIGHT-NUM - WS-FIRST-NIGHT-NUM + 1.

      *>  The stream's finish is the latest DAYBAL end logged for
      *>  the night - a rerun after a failed balance counts.
       ADD-RUN-TO-NIGHT.
           SET NGT-IDX TO WS-LOG-NIGHT-IDX
           ADD 1 TO WS-NGT-RUN-COUNT (NGT-IDX)
           IF RLG-RETURN-CODE > WS-NGT-MAX-RC (NGT-IDX)
               MOVE RLG-RETURN-CODE TO WS-NGT-MAX-RC (NGT-IDX)
           END-IF
           IF RLG-PROGRAM-NAME = 'DAYBAL'
               STRING RLG-END-DATE RLG-END-TIME
                      DELIMITED BY SIZE INTO WS-END-STAMP
               IF WS-NGT-FINISH (NGT-IDX) = SPACES
                  OR WS-END-STAMP > WS-NGT-FINISH (NGT-IDX)
                   MOVE WS-END-STAMP TO WS-NGT-FINISH (NGT-IDX)
               END-IF
           END-IF.

       ADD-RUN-TO-STEP.
           PERFORM FIND-STEP-ENTRY
           IF NOT STEP-ENTRY-FOUND
               IF WS-STP-COUNT >= WS-STP-MAX
                   DISPLAY "Step table full at " WS-STP-MAX
                           " steps, run not reported: "
                           RUN-LOG-RECORD
               ELSE
                   ADD 1 TO WS-STP-COUNT
                   MOVE WS-STP-COUNT TO WS-STEP-FOUND-IDX
                   SET STP-IDX TO WS-STEP-FOUND-IDX
                   INITIALIZE WS-STP-ENTRY (STP-IDX)
                   MOVE RLG-JOB-NAME TO WS-STP-JOB-NAME (STP-IDX)
                   MOVE RLG-STEP-NAME TO WS-STP-STEP-NAME (STP-IDX)
                   MOVE RLG-PROGRAM-NAME TO WS-STP-PROGRAM (STP-IDX)
                   SET STEP-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF STEP-ENTRY-FOUND
               SET STP-IDX TO WS-STEP-FOUND-IDX
               SET SNT-IDX TO WS-LOG-NIGHT-IDX
               ADD 1 TO WS-STP-RUNS (STP-IDX, SNT-IDX)
               ADD WS-ELAPSED-SECONDS
                   TO WS-STP-SECONDS (STP-IDX, SNT-IDX)
               ADD RLG-RECORDS-IN
                   TO WS-STP-RECORDS (STP-IDX, SNT-IDX)
           END-IF.

       FIND-STEP-ENTRY.
           MOVE 'N' TO WS-STEP-FOUND-SWITCH
           MOVE ZERO TO WS-STEP-FOUND-IDX
           IF WS-STP-COUNT NOT = ZERO
               PERFORM VARYING STP-IDX FROM 1 BY 1
                       UNTIL STP-IDX > WS-STP-COUNT
                          OR STEP-ENTRY-FOUND
                   IF WS-STP-JOB-NAME (STP-IDX) = RLG-JOB-NAME
                      AND WS-STP-STEP-NAME (STP-IDX) = RLG-STEP-NAME
                      AND WS-STP-PROGRAM (STP-IDX) = RLG-PROGRAM-NAME
                       SET STEP-ENTRY-FOUND TO TRUE
                       SET WS-STEP-FOUND-IDX TO STP-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *>  Deadline in effect for the night: the latest
      *>  'PICKUP-DEADL' effective on or before the night's date,
      *>  else the compiled fallback.
       SETTLE-NIGHT-STATUS.
           MOVE WS-DEFAULT-DEADLINE TO WS-PARM-HHMM
           MOVE SPACES TO WS-DDL-BEST-DATE
           MOVE WS-NGT-DATE (NGT-IDX) TO WS-WORK-DATE-NUM
           IF WS-DDL-COUNT NOT = ZERO
               PERFORM VARYING DDL-IDX FROM 1 BY 1
                       UNTIL DDL-IDX > WS-DDL-COUNT
                   IF WS-DDL-EFF-DATE (DDL-IDX)
                          NOT > WS-NGT-DATE (NGT-IDX)
                      AND (WS-DDL-BEST-DATE = SPACES
                       OR WS-DDL-EFF-DATE (DDL-IDX)
                          NOT < WS-DDL-BEST-DATE)
                       MOVE WS-DDL-EFF-DATE (DDL-IDX)
                           TO WS-DDL-BEST-DATE
                       MOVE WS-DDL-HHMM (DDL-IDX) TO WS-PARM-HHMM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PARM-HHMM < '1200'
               COMPUTE WS-WORK-DAY-NUM = WS-NGT-DAY-NUM (NGT-IDX) + 1
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUM)
           END-IF
           STRING WS-WORK-DATE-NUM WS-PARM-HHMM '00'
                  DELIMITED BY SIZE INTO WS-NGT-DEADLINE (NGT-IDX)
           EVALUATE TRUE
               WHEN WS-NGT-RUN-COUNT (NGT-IDX) = ZERO
                   MOVE 'NOT RUN' TO WS-NGT-STATUS (NGT-IDX)
                   ADD 1 TO NOT-RUN-NIGHT-COUNT
               WHEN WS-NGT-FINISH (NGT-IDX) = SPACES
                   MOVE 'INCOMPLETE' TO WS-NGT-STATUS (NGT-IDX)
                   ADD 1 TO INCOMPLETE-NIGHT-COUNT
               WHEN WS-NGT-FINISH (NGT-IDX)
                        > WS-NGT-DEADLINE (NGT-IDX)
                   MOVE 'LATE' TO WS-NGT-STATUS (NGT-IDX)
                   ADD 1 TO LATE-NIGHT-COUNT
               WHEN OTHER
                   MOVE 'ON TIME' TO WS-NGT-STATUS (NGT-IDX)
           END-EVALUATE.

       WRITE-REPORT-HEADER.
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-FINISH-SECTION.
           MOVE 'STREAM FINISH AGAINST THE ALLOCATION PICKUP DEADLINE'
               TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE WS-NIGHT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               MOVE WS-NGT-DATE (NGT-IDX) TO ND-NIGHT-DATE
               MOVE WS-NGT-RUN-COUNT (NGT-IDX) TO ND-RUN-COUNT
               MOVE WS-NGT-MAX-RC (NGT-IDX) TO ND-MAX-RC
               IF WS-NGT-FINISH (NGT-IDX) = SPACES
                   MOVE '      -' TO ND-FINISH
               ELSE
                   MOVE SPACES TO ND-FINISH
                   STRING WS-NGT-FINISH (NGT-IDX) (1:8) ' '
                          WS-NGT-FINISH (NGT-IDX) (9:2) ':'
                          WS-NGT-FINISH (NGT-IDX) (11:2)
                          DELIMITED BY SIZE INTO ND-FINISH
               END-IF
               MOVE SPACES TO ND-DEADLINE
               STRING WS-NGT-DEADLINE (NGT-IDX) (1:8) ' '
                      WS-NGT-DEADLINE (NGT-IDX) (9:2) ':'
                      WS-NGT-DEADLINE (NGT-IDX) (11:2)
                      DELIMITED BY SIZE INTO ND-DEADLINE
               MOVE WS-NGT-STATUS (NGT-IDX) TO ND-STATUS
               MOVE WS-NIGHT-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       WRITE-ELAPSED-SECTION.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ELAPSED MINUTES PER STEP' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           PERFORM WRITE-MATRIX-HEADING
           IF WS-STP-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-ELAPSED-LINE
                   VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STP-COUNT
           END-IF.

       WRITE-ELAPSED-LINE.
           PERFORM SET-MATRIX-LABEL
           PERFORM VARYING SNT-IDX FROM 1 BY 1
                   UNTIL SNT-IDX > WS-NIGHT-COUNT
               IF WS-STP-RUNS (STP-IDX, SNT-IDX) = ZERO
                   MOVE WS-NO-CELL TO MX-CELL (SNT-IDX)
               ELSE
                   COMPUTE WS-MINUTES ROUNDED =
                       WS-STP-SECONDS (STP-IDX, SNT-IDX) / 60
                   MOVE WS-MINUTES TO WS-MINUTES-EDIT
                   MOVE WS-MINUTES-EDIT TO MX-CELL (SNT-IDX)
               END-IF
           END-PERFORM
           MOVE WS-MATRIX-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-THROUGHPUT-SECTION.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RECORDS IN PER MINUTE PER STEP' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           PERFORM WRITE-MATRIX-HEADING
           IF WS-STP-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-THROUGHPUT-LINE
                   VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STP-COUNT
               MOVE SPACES TO SC-CAPTION
               STRING '** = LATEST NIGHT UNDER ' WS-DEGRADE-PCT
                      '% OF THE EARLIER NIGHTS'' AVERAGE'
                      DELIMITED BY SIZE INTO SC-CAPTION
               PERFORM WRITE-SECTION-LINE
           END-IF.

      *>  Nights with nothing read carry no rate and take no part
      *>  in the trend; the latest rated night is compared with
      *>  the average of the rated nights before it.
       WRITE-THROUGHPUT-LINE.
           PERFORM SET-MATRIX-LABEL
           MOVE 'N' TO WS-RATED-NIGHT-SWITCH
           MOVE ZERO TO WS-LATEST-RATE
           MOVE ZERO TO WS-PRIOR-RATE-TOTAL
           MOVE ZERO TO WS-PRIOR-NIGHTS
           PERFORM VARYING SNT-IDX FROM 1 BY 1
                   UNTIL SNT-IDX > WS-NIGHT-COUNT
               IF WS-STP-RUNS (STP-IDX, SNT-IDX) = ZERO
                   MOVE WS-NO-CELL TO MX-CELL (SNT-IDX)
               ELSE
                   MOVE WS-STP-SECONDS (STP-IDX, SNT-IDX)
                       TO WS-RATE-SECONDS
                   IF WS-RATE-SECONDS = ZERO
                       MOVE 1 TO WS-RATE-SECONDS
                   END-IF
                   COMPUTE WS-RATE ROUNDED =
                       WS-STP-RECORDS (STP-IDX, SNT-IDX) * 60
                           / WS-RATE-SECONDS
                   IF WS-RATE > 999999
                       MOVE 999999 TO WS-RATE
                   END-IF
                   MOVE WS-RATE TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO MX-CELL (SNT-IDX)
                   IF WS-STP-RECORDS (STP-IDX, SNT-IDX) NOT = ZERO
                       IF LATEST-NIGHT-RATED
                           ADD WS-LATEST-RATE TO WS-PRIOR-RATE-TOTAL
                           ADD 1 TO WS-PRIOR-NIGHTS
                       END-IF
                       MOVE WS-RATE TO WS-LATEST-RATE
                       SET LATEST-NIGHT-RATED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRIOR-NIGHTS NOT = ZERO
              AND WS-LATEST-RATE * 100 * WS-PRIOR-NIGHTS
                  < WS-PRIOR-RATE-TOTAL * WS-DEGRADE-PCT
               MOVE ' **' TO MX-FLAG
               ADD 1 TO SLOWING-STEP-COUNT
           END-IF
           MOVE WS-MATRIX-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       SET-MATRIX-LABEL.
           MOVE SPACES TO WS-MATRIX-DETAIL-LINE
           MOVE WS-STP-JOB-NAME (STP-IDX) TO MX-JOB-NAME
           MOVE WS-STP-STEP-NAME (STP-IDX) TO MX-STEP-NAME
           MOVE WS-STP-PROGRAM (STP-IDX) TO MX-PROGRAM.

       WRITE-MATRIX-HEADING.
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               MOVE WS-NGT-DATE (NGT-IDX) TO WS-WORK-DATE-NUM
               MOVE SPACES TO MH-NIGHT (NGT-IDX)
               STRING '  ' WS-WORK-DATE-NUM(5:2) '/'
                      WS-WORK-DATE-NUM(7:2)
                      DELIMITED BY SIZE INTO MH-NIGHT (NGT-IDX)
           END-PERFORM
           MOVE WS-MATRIX-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RUN-LOG RECORDS READ' TO CN-CAPTION
           MOVE LOG-READ-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RUNS IN THE WEEK REPORTED' TO CN-CAPTION
           MOVE IN-WINDOW-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RUNS OUTSIDE THE WEEK' TO CN-CAPTION
           MOVE OUTSIDE-WINDOW-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'UNUSABLE RUN-LOG RECORDS' TO CN-CAPTION
           MOVE UNUSABLE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'STEPS REPORTED' TO CN-CAPTION
           MOVE WS-STP-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NIGHTS LATE FOR PICKUP' TO CN-CAPTION
           MOVE LATE-NIGHT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NIGHTS INCOMPLETE (NO DAYBAL)' TO CN-CAPTION
           MOVE INCOMPLETE-NIGHT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NIGHTS NOT RUN' TO CN-CAPTION
           MOVE NOT-RUN-NIGHT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'STEPS SLOWING' TO CN-CAPTION
           MOVE SLOWING-STEP-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
