      *>   LEG 1  SEQIN accepted details (details read minus
      *>          DUPCHECK removals minus rejects) equal the
      *>          SEQXTR records written plus the size-error
      *>          records held in SEQSUS suspense plus the
      *>          records held on SEQHLD under an SEQEMB embargo
      *>   LEG 2  extract plus suspense records, plus any
      *>          suspense or embargo releases made today
      *>          (SUSREL's SEQXTRS and HLDREL's SEQXTRH when
      *>          the envelope header carries today's date -
      *>          each release is audited with a flag-'N'
      *>          record dated the release day), equal the
      *>          SEQAUD classification records added today
      *>          (class not 'REJ ' or 'REV ', flag not 'H'
      *>          or 'W',
      *>          run date = today) less today's reversals of
      *>          them
      *>   LEG 3  extract records written equal MSTUPDT inserts
      *>          plus updates (from the MSTCTL control file) -
      *>          suspense and held records are held out of the
      *>          master
      *>   LEG 4  embargo held records (SEQHLD) equal the SEQAUD
      *>          records added today with flag 'H' - the held
      *>          items are classified and audited, but ship
      *>          only when HLDREL releases them, so they are
      *>          proved as a leg of their own (less today's
      *>          reversals of them)
      *> The DUPCHECK removals (SEQDUP) and the rejects (SEQREJ)
      *> are carried on the sheet so the accepted count is
      *> derived from the files themselves, not trusted from any
      *> jcl/REJRECYC.jcl - the correction run is controlled by
      *> its own batch trailer, envelope trailer, and MSTUPDT
      *> counts.
      *> Intraday runs (one office's batch classified outside the
      *> nightly window, jcl/NUMBINTR.jcl) are balanced twice.
      *> At the end of each intraday run this program runs with
      *> PARM='INTRADAY' over that run's own files: legs 1 and 3
      *> on an intraday sheet, and one INTRBAL record (see
      *> SEQIBL.cpy) carrying the counts and the verdict.  Its
      *> audit records share today's date with the night's, so
      *> leg 2 waits for the nightly sheet, which reads every
      *> INTRBAL record dated today, shows each intraday run as
      *> legs of its own (re-proved from the carried counts),
      *> and adds the runs' extract and suspense records to the
      *> left side of leg 2 and their held records to the left
      *> side of leg 4.  An absent INTRBAL means no intraday
      *> runs.
      *> A run backed out the same day it ran (an intraday run
      *> that failed verification, a nightly run backed out and
      *> rerun before this step) leaves its audit records dated
      *> today but nothing on the left of legs 2 and 4.  RUNBACK
      *> reverses each of them with a 'REV ' image carrying the
      *> original's date and flag, so every reversal dated today
      *> is netted off the audit side of its leg, and the sheet
      *> shows the gross, the reversals and the net.
      *> Any leg out of balance ends RC=8 so the scheduler holds
      *> the allocation pickup.
      *> ---------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTRS-STATUS.

           SELECT HELD-FILE ASSIGN TO "SEQHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLD-STATUS.

           SELECT HELD-RELEASE-FILE ASSIGN TO "SEQXTRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTRH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SEQAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQAUD-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.

           SELECT INTRADAY-BALANCE-FILE ASSIGN TO "INTRBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRBAL-STATUS.

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
       01  RELEASE-EXTRACT-RECORD     PIC X(32).

       FD  HELD-FILE
           RECORDING MODE IS F.
       COPY "SEQHLD.cpy".

       FD  HELD-RELEASE-FILE
           RECORDING MODE IS F.
       01  HELD-RELEASE-RECORD        PIC X(32).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "SEQAUD.cpy".
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       FD  INTRADAY-BALANCE-FILE
           RECORDING MODE IS F.
       COPY "SEQIBL.cpy".

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQIN-STATUS            PIC XX VALUE SPACES.
       01  WS-SEQDUP-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQXTR-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQSUS-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQXTRS-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQHLD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQXTRH-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-MSTCTL-STATUS           PIC XX VALUE SPACES.
       01  WS-BALRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-INTRBAL-STATUS          PIC XX VALUE SPACES.
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
           88  END-OF-RELEASES        VALUE 'Y'.
       01  WS-REL-TODAY-SWITCH        PIC X VALUE 'N'.
           88  RELEASE-FILE-IS-TODAY  VALUE 'Y'.
       01  WS-HLD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-HELD            VALUE 'Y'.
       01  WS-HREL-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-HELD-RELEASES   VALUE 'Y'.
       01  WS-HREL-TODAY-SWITCH       PIC X VALUE 'N'.
           88  HELD-RELEASE-IS-TODAY  VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-AUDIT           VALUE 'Y'.
       01  WS-CTL-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-CONTROL         VALUE 'Y'.

       01  WS-IBL-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-INTRADAY-BALANCES VALUE 'Y'.

       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.
       01  WS-OUT-OF-BALANCE-SWITCH   PIC X VALUE 'N'.
           88  DAY-OUT-OF-BALANCE     VALUE 'Y'.

      *>  PARM='INTRADAY' balances one intraday run (see above).
       01  WS-RUN-MODE-PARM           PIC X(8) VALUE SPACES.
       01  WS-INTRADAY-MODE-SWITCH    PIC X VALUE 'N'.
           88  INTRADAY-RUN           VALUE 'Y'.
      *>  Envelope generation and office of the intraday extract,
      *>  taken from its header and first detail.
       01  WS-XTR-GENERATION          PIC 9(6) VALUE ZERO.
       01  WS-XTR-TRANSMISSION-TYPE   PIC X(1) VALUE SPACE.
       01  WS-XTR-SOURCE-ID           PIC X(4) VALUE SPACES.

      *>  Today's intraday runs, from INTRBAL, for the nightly
      *>  sheet.
       01  WS-INTRADAY-TABLE.
           05  WS-INT-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-INT-MAX             PIC 9(4) VALUE 50.
           05  WS-INT-ENTRY           OCCURS 50 TIMES
                                      INDEXED BY INT-IDX.
               10  WS-INT-GENERATION  PIC 9(6).
               10  WS-INT-SOURCE-ID   PIC X(4).
               10  WS-INT-ACCEPTED    PIC S9(9).
               10  WS-INT-EXTRACT     PIC 9(9).
               10  WS-INT-SUSPENSE    PIC 9(9).
               10  WS-INT-HELD        PIC 9(9).
               10  WS-INT-MASTER      PIC 9(9).
       01  WS-INT-SHIPPED-PLUS-HELD   PIC 9(9) VALUE ZERO.

       01  WS-COUNTERS.
           05  INPUT-DETAIL-COUNT     PIC 9(9) VALUE ZERO.
           05  DUPLICATE-COUNT        PIC 9(9) VALUE ZERO.
           05  EXTRACT-COUNT          PIC 9(9) VALUE ZERO.
           05  SUSPENSE-COUNT         PIC 9(9) VALUE ZERO.
           05  RELEASED-TODAY-COUNT   PIC 9(9) VALUE ZERO.
           05  HELD-COUNT             PIC 9(9) VALUE ZERO.
           05  HELD-RELEASED-TODAY-COUNT PIC 9(9) VALUE ZERO.
           05  AUDIT-HELD-TODAY-COUNT PIC 9(9) VALUE ZERO.
           05  HELD-TODAY-TOTAL       PIC 9(9) VALUE ZERO.
           05  SHIPPED-PLUS-HELD      PIC 9(9) VALUE ZERO.
           05  ACCOUNTED-TODAY        PIC 9(9) VALUE ZERO.
           05  AUDIT-TODAY-COUNT      PIC 9(9) VALUE ZERO.
           05  AUDIT-REJ-TODAY-COUNT  PIC 9(9) VALUE ZERO.
           05  AUDIT-REV-TODAY-COUNT  PIC 9(9) VALUE ZERO.
           05  AUDIT-REV-HELD-TODAY-COUNT PIC 9(9) VALUE ZERO.
           05  AUDIT-WOFF-TODAY-COUNT PIC 9(9) VALUE ZERO.
           05  AUDIT-NET-TODAY-COUNT  PIC S9(9) VALUE ZERO.
           05  AUDIT-NET-HELD-TODAY-COUNT PIC S9(9) VALUE ZERO.
           05  MASTER-APPLIED-COUNT   PIC 9(9) VALUE ZERO.
           05  INTRADAY-RUN-COUNT     PIC 9(9) VALUE ZERO.
           05  INTRADAY-EXTRACT-COUNT PIC 9(9) VALUE ZERO.
           05  INTRADAY-SUSPENSE-COUNT PIC 9(9) VALUE ZERO.
           05  INTRADAY-HELD-COUNT    PIC 9(9) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'DAYBAL'.
       01  WS-CURRENT-DATE-TIME.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  RH-SHEET-TITLE         PIC X(24)
               VALUE '  DAILY CONTROL SHEET'.
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CN-CAPTION             PIC X(34).
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

      *>  'INT', the run's extract generation and office.
       01  WS-INTRADAY-LEG-CAPTION.
           05  FILLER                 PIC X(4)  VALUE 'INT '.
           05  IL-GENERATION          PIC 9(6).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  IL-SOURCE-ID           PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  IL-LEG-TEXT            PIC X(14).

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH         PIC S9(4) COMP.
           05  LK-PARM-TEXT           PIC X(8).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD

           IF LK-PARM-LENGTH > ZERO AND LK-PARM-LENGTH <= 8
               MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-RUN-MODE-PARM
           END-IF
           IF WS-RUN-MODE-PARM = 'INTRADAY'
               SET INTRADAY-RUN TO TRUE
               MOVE '  INTRADAY CONTROL SHEET' TO RH-SHEET-TITLE
           END-IF

           PERFORM COUNT-INPUT-DETAILS
           PERFORM COUNT-DUPLICATES
           PERFORM COUNT-REJECTS
           PERFORM COUNT-EXTRACT-RECORDS
           PERFORM COUNT-SUSPENSE-RECORDS
           PERFORM COUNT-HELD-RECORDS
           IF NOT INTRADAY-RUN
               PERFORM COUNT-TODAYS-RELEASES
               PERFORM COUNT-TODAYS-HELD-RELEASES
               PERFORM COUNT-TODAYS-AUDIT
               PERFORM READ-INTRADAY-BALANCES
           END-IF
           PERFORM READ-MASTER-CONTROL

           COMPUTE ACCEPTED-COUNT = INPUT-DETAIL-COUNT
               - (REJECT-COUNT - BAD-TYPE-REJECT-COUNT)
           COMPUTE SHIPPED-PLUS-HELD = EXTRACT-COUNT
               + SUSPENSE-COUNT
               + HELD-COUNT
           COMPUTE ACCOUNTED-TODAY = EXTRACT-COUNT
               + SUSPENSE-COUNT
               + RELEASED-TODAY-COUNT
               + HELD-RELEASED-TODAY-COUNT
               + INTRADAY-EXTRACT-COUNT
               + INTRADAY-SUSPENSE-COUNT
           COMPUTE HELD-TODAY-TOTAL = HELD-COUNT
               + INTRADAY-HELD-COUNT

           OPEN OUTPUT REPORT-FILE
           IF WS-BALRPT-STATUS NOT = "00"
               GOBACK
           END-IF

           IF INTRADAY-RUN
               PERFORM WRITE-INTRADAY-SHEET
           ELSE
               PERFORM WRITE-CONTROL-SHEET
           END-IF

           CLOSE REPORT-FILE

           IF INTRADAY-RUN
               PERFORM WRITE-INTRADAY-BALANCE
           END-IF

           DISPLAY "SEQIN details: " INPUT-DETAIL-COUNT
           DISPLAY "DUPCHECK removals: " DUPLICATE-COUNT
           DISPLAY "Rejects (of details): " REJECT-COUNT
           DISPLAY "Suspense records: " SUSPENSE-COUNT
           DISPLAY "Suspense releases made today: "
                   RELEASED-TODAY-COUNT
           DISPLAY "Held under embargo: " HELD-COUNT
           DISPLAY "Embargo releases made today: "
                   HELD-RELEASED-TODAY-COUNT
           DISPLAY "Audit classifications today: " AUDIT-TODAY-COUNT
           DISPLAY "Audit held classifications today: "
                   AUDIT-HELD-TODAY-COUNT
           DISPLAY "Held items written off today: "
                   AUDIT-WOFF-TODAY-COUNT
           DISPLAY "Same-day reversals: " AUDIT-REV-TODAY-COUNT
                   ", of held classifications: "
                   AUDIT-REV-HELD-TODAY-COUNT
           DISPLAY "Master inserts plus updates: "
                   MASTER-APPLIED-COUNT
           DISPLAY "Intraday runs today: " INTRADAY-RUN-COUNT

           IF DAY-OUT-OF-BALANCE
               DISPLAY "THE DAY DOES NOT BALANCE - hold the "
                       "day balances"
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

                   NOT AT END
                       IF SEQXTR-SEQ-NUMBER NUMERIC
                           ADD 1 TO EXTRACT-COUNT
                           IF WS-XTR-SOURCE-ID = SPACES
                               MOVE SEQXTR-SOURCE-ID
                                   TO WS-XTR-SOURCE-ID
                           END-IF
                       ELSE
                           IF EXTRACT-HEADER-RECORD
                               MOVE XTH-GENERATION
                                   TO WS-XTR-GENERATION
                               MOVE XTH-TRANSMISSION-TYPE
                                   TO WS-XTR-TRANSMISSION-TYPE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE SUSPENSE-FILE.

      *>  Embargo held items: classified and audited, but not on
      *>  the extract until HLDREL releases them.
       COUNT-HELD-RECORDS.
           OPEN INPUT HELD-FILE
           IF WS-SEQHLD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLD, status " WS-SEQHLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-HELD
               READ HELD-FILE
                   AT END
                       SET END-OF-HELD TO TRUE
                   NOT AT END
                       ADD 1 TO HELD-COUNT
               END-READ
           END-PERFORM
           CLOSE HELD-FILE.

      *>  SUSREL's release extract counts toward today's audit
      *>  only when it actually ran today: its envelope header
      *>  carries the run date, and a SEQXTRS generation from an
                   CONTINUE
           END-EVALUATE.

      *>  HLDREL's embargo release extract is counted the same
      *>  way as SUSREL's: only when its envelope header carries
      *>  today's date.
       COUNT-TODAYS-HELD-RELEASES.
           OPEN INPUT HELD-RELEASE-FILE
           IF WS-SEQXTRH-STATUS NOT = "00"
               DISPLAY "No SEQXTRH release extract available, "
                       "status " WS-SEQXTRH-STATUS
                       " - counting no embargo releases today"
           ELSE
               PERFORM UNTIL END-OF-HELD-RELEASES
                   READ HELD-RELEASE-FILE
                       AT END
                           SET END-OF-HELD-RELEASES TO TRUE
                       NOT AT END
                           PERFORM EXAMINE-HELD-RELEASE-RECORD
                   END-READ
               END-PERFORM
               CLOSE HELD-RELEASE-FILE
           END-IF.

       EXAMINE-HELD-RELEASE-RECORD.
           EVALUATE TRUE
               WHEN HELD-RELEASE-RECORD (1:1) = 'H'
                   IF HELD-RELEASE-RECORD (2:8)
                          = WS-RUN-DATE-YMD
                       SET HELD-RELEASE-IS-TODAY TO TRUE
                   END-IF
               WHEN HELD-RELEASE-RECORD (1:9) NUMERIC
                   IF HELD-RELEASE-IS-TODAY
                       ADD 1 TO HELD-RELEASED-TODAY-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>  SEQAUD is cumulative; only records stamped with today's
      *>  run date belong to tonight's balancing.  'REJ ' records
      *>  document rejections and are counted on their own line;
      *>  'REV ' records are RUNBACK reversals, not
      *>  classifications, and are likewise shown on their own;
      *>  one dated today reverses an original dated today, so it
      *>  is netted off that original's count.
      *>  Flag 'H' classifications were held under an embargo
      *>  and are proved against SEQHLD on leg 4 instead.  Flag
      *>  'W' records are HLDREL write-offs of held items - not
      *>  classifications, so they sit on neither leg and are
      *>  only counted for the sheet.
       COUNT-TODAYS-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-SEQAUD-STATUS NOT = "00"
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       IF AUD-RUN-DATE = WS-RUN-DATE-YMD
                           EVALUATE AUD-CLASS-CODE
                               WHEN 'REJ '
                                   ADD 1 TO AUDIT-REJ-TODAY-COUNT
                               WHEN 'REV '
                                   ADD 1 TO AUDIT-REV-TODAY-COUNT
                                   IF AUD-SIZE-ERROR-FLAG = 'H'
                                       ADD 1
                                         TO AUDIT-REV-HELD-TODAY-COUNT
                                   END-IF
                               WHEN OTHER
                                   EVALUATE AUD-SIZE-ERROR-FLAG
                                       WHEN 'H'
                                           ADD 1
                                             TO AUDIT-HELD-TODAY-COUNT
                                       WHEN 'W'
                                           ADD 1
                                             TO AUDIT-WOFF-TODAY-COUNT
                                       WHEN OTHER
                                           ADD 1 TO AUDIT-TODAY-COUNT
                                   END-EVALUATE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           COMPUTE AUDIT-NET-TODAY-COUNT = AUDIT-TODAY-COUNT
               - (AUDIT-REV-TODAY-COUNT - AUDIT-REV-HELD-TODAY-COUNT)
           COMPUTE AUDIT-NET-HELD-TODAY-COUNT =
               AUDIT-HELD-TODAY-COUNT - AUDIT-REV-HELD-TODAY-COUNT.

      *>  Every intraday run dated today joins tonight's sheet.
      *>  The table entry keeps what the run's own legs need; the
      *>  extract and suspense totals feed leg 2, the held total
      *>  leg 4.  A record written before the held count existed
      *>  carries no held items.
       READ-INTRADAY-BALANCES.
           OPEN INPUT INTRADAY-BALANCE-FILE
           IF WS-INTRBAL-STATUS NOT = "00"
               DISPLAY "No INTRBAL intraday balances available, "
                       "status " WS-INTRBAL-STATUS
                       " - counting no intraday runs today"
           ELSE
               PERFORM UNTIL END-OF-INTRADAY-BALANCES
                   READ INTRADAY-BALANCE-FILE
                       AT END
                           SET END-OF-INTRADAY-BALANCES TO TRUE
                       NOT AT END
                           IF IBL-RUN-DATE = WS-RUN-DATE-YMD
                               PERFORM ADD-INTRADAY-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTRADAY-BALANCE-FILE
           END-IF.

       ADD-INTRADAY-BALANCE.
           IF IBL-INPUT-DETAILS NOT NUMERIC
              OR IBL-DUPLICATES NOT NUMERIC
              OR IBL-DETAIL-REJECTS NOT NUMERIC
              OR IBL-EXTRACT-COUNT NOT NUMERIC
              OR IBL-SUSPENSE-COUNT NOT NUMERIC
              OR IBL-MASTER-APPLIED NOT NUMERIC
               DISPLAY "Unusable INTRBAL record, day cannot be "
                       "proved: " INTRADAY-BALANCE-RECORD
               SET DAY-OUT-OF-BALANCE TO TRUE
           ELSE
               IF WS-INT-COUNT >= WS-INT-MAX
                   DISPLAY "Intraday table full at " WS-INT-MAX
                           " runs, raise WS-INT-MAX"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-INT-COUNT
               SET INT-IDX TO WS-INT-COUNT
               MOVE IBL-GENERATION TO WS-INT-GENERATION (INT-IDX)
               MOVE IBL-SOURCE-ID TO WS-INT-SOURCE-ID (INT-IDX)
               COMPUTE WS-INT-ACCEPTED (INT-IDX) = IBL-INPUT-DETAILS
                   - IBL-DUPLICATES - IBL-DETAIL-REJECTS
               MOVE IBL-EXTRACT-COUNT TO WS-INT-EXTRACT (INT-IDX)
               MOVE IBL-SUSPENSE-COUNT TO WS-INT-SUSPENSE (INT-IDX)
               IF IBL-HELD-COUNT NUMERIC
                   MOVE IBL-HELD-COUNT TO WS-INT-HELD (INT-IDX)
               ELSE
                   MOVE ZERO TO WS-INT-HELD (INT-IDX)
               END-IF
               MOVE IBL-MASTER-APPLIED TO WS-INT-MASTER (INT-IDX)
               ADD 1 TO INTRADAY-RUN-COUNT
               ADD IBL-EXTRACT-COUNT TO INTRADAY-EXTRACT-COUNT
               ADD IBL-SUSPENSE-COUNT TO INTRADAY-SUSPENSE-COUNT
               ADD WS-INT-HELD (INT-IDX) TO INTRADAY-HELD-COUNT
           END-IF.

       READ-MASTER-CONTROL.
           OPEN INPUT CONTROL-FILE
           MOVE 'REJECTS AUDITED TODAY' TO CN-CAPTION
           MOVE AUDIT-REJ-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CLASSIFICATIONS AUDITED TODAY' TO CN-CAPTION
           MOVE AUDIT-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD ITEMS AUDITED TODAY' TO CN-CAPTION
           MOVE AUDIT-HELD-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD ITEMS WRITTEN OFF TODAY' TO CN-CAPTION
           MOVE AUDIT-WOFF-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'REVERSALS AUDITED TODAY' TO CN-CAPTION
           MOVE AUDIT-REV-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  OF WHICH HELD ITEMS' TO CN-CAPTION
           MOVE AUDIT-REV-HELD-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NET CLASSIFICATIONS (LEG 2)' TO CN-CAPTION
           MOVE AUDIT-NET-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NET HELD ITEMS (LEG 4)' TO CN-CAPTION
           MOVE AUDIT-NET-HELD-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD IN SUSPENSE (SEQSUS)' TO CN-CAPTION
           MOVE SUSPENSE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RELEASED FROM SUSPENSE TODAY' TO CN-CAPTION
           MOVE RELEASED-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD UNDER EMBARGO (SEQHLD)' TO CN-CAPTION
           MOVE HELD-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RELEASED FROM EMBARGO TODAY' TO CN-CAPTION
           MOVE HELD-RELEASED-TODAY-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'INTRADAY RUNS TODAY (INTRBAL)' TO CN-CAPTION
           MOVE INTRADAY-RUN-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  INTRADAY EXTRACT RECORDS' TO CN-CAPTION
           MOVE INTRADAY-EXTRACT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  INTRADAY SUSPENSE RECORDS' TO CN-CAPTION
           MOVE INTRADAY-SUSPENSE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  INTRADAY HELD RECORDS' TO CN-CAPTION
           MOVE INTRADAY-HELD-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-LEG-1

           MOVE 'LEG 2 XTR+SUS+REL+INTRA=NET' TO LG-CAPTION
           MOVE ACCOUNTED-TODAY TO LG-LEFT-COUNT
           MOVE AUDIT-NET-TODAY-COUNT TO LG-RIGHT-COUNT
           IF ACCOUNTED-TODAY = AUDIT-NET-TODAY-COUNT
               MOVE 'IN BALANCE' TO LG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
           END-IF
           PERFORM WRITE-LEG-LINE

           PERFORM WRITE-LEG-3

           MOVE 'LEG 4 HELD = NET HELD AUDITED' TO LG-CAPTION
           MOVE HELD-TODAY-TOTAL TO LG-LEFT-COUNT
           MOVE AUDIT-NET-HELD-TODAY-COUNT TO LG-RIGHT-COUNT
           IF HELD-TODAY-TOTAL = AUDIT-NET-HELD-TODAY-COUNT
               MOVE 'IN BALANCE' TO LG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
           END-IF
           PERFORM WRITE-LEG-LINE

           IF WS-INT-COUNT NOT = ZERO
               MOVE WS-BLANK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING INT-IDX FROM 1 BY 1
                       UNTIL INT-IDX > WS-INT-COUNT
                   PERFORM WRITE-INTRADAY-LEGS
               END-PERFORM
           END-IF

           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-LEG-1.
           MOVE 'LEG 1 ACCEPTED = XTR+SUS+HELD' TO LG-CAPTION
           MOVE ACCEPTED-COUNT TO LG-LEFT-COUNT
           MOVE SHIPPED-PLUS-HELD TO LG-RIGHT-COUNT
           IF ACCEPTED-COUNT = SHIPPED-PLUS-HELD
               MOVE 'IN BALANCE' TO LG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
               SET DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-LEG-LINE.

       WRITE-LEG-3.
           MOVE 'LEG 3 EXTRACT = MASTER APPLIED' TO LG-CAPTION
           MOVE EXTRACT-COUNT TO LG-LEFT-COUNT
           MOVE MASTER-APPLIED-COUNT TO LG-RIGHT-COUNT
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
               SET DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-LEG-LINE.

      *>  One intraday run's legs 1 and 3, re-proved from the
      *>  counts its own sheet derived from its files.
       WRITE-INTRADAY-LEGS.
           MOVE WS-INT-GENERATION (INT-IDX) TO IL-GENERATION
           MOVE WS-INT-SOURCE-ID (INT-IDX) TO IL-SOURCE-ID
           COMPUTE WS-INT-SHIPPED-PLUS-HELD =
               WS-INT-EXTRACT (INT-IDX) + WS-INT-SUSPENSE (INT-IDX)
               + WS-INT-HELD (INT-IDX)
           MOVE 'ACC=XTR+SUS+HL' TO IL-LEG-TEXT
           MOVE WS-INTRADAY-LEG-CAPTION TO LG-CAPTION
           MOVE WS-INT-ACCEPTED (INT-IDX) TO LG-LEFT-COUNT
           MOVE WS-INT-SHIPPED-PLUS-HELD TO LG-RIGHT-COUNT
           IF WS-INT-ACCEPTED (INT-IDX) = WS-INT-SHIPPED-PLUS-HELD
               MOVE 'IN BALANCE' TO LG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
               SET DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-LEG-LINE
           MOVE 'XTR=MASTER' TO IL-LEG-TEXT
           MOVE WS-INTRADAY-LEG-CAPTION TO LG-CAPTION
           MOVE WS-INT-EXTRACT (INT-IDX) TO LG-LEFT-COUNT
           MOVE WS-INT-MASTER (INT-IDX) TO LG-RIGHT-COUNT
           IF WS-INT-EXTRACT (INT-IDX) = WS-INT-MASTER (INT-IDX)
               MOVE 'IN BALANCE' TO LG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
               SET DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-LEG-LINE.

      *>  The intraday sheet: the run's own files through legs 1
      *>  and 3.  Its extract must carry an intraday envelope -
      *>  anything else means the job pointed this step at the
      *>  wrong generation.
       WRITE-INTRADAY-SHEET.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'INTRADAY EXTRACT GENERATION' TO CN-CAPTION
           MOVE WS-XTR-GENERATION TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'SEQIN DETAIL RECORDS' TO CN-CAPTION
           MOVE INPUT-DETAIL-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DUPCHECK REMOVALS (SEQDUP)' TO CN-CAPTION
           MOVE DUPLICATE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'REJECTS (SEQREJ)' TO CN-CAPTION
           MOVE REJECT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  OF WHICH NON-DETAIL RECORDS' TO CN-CAPTION
           MOVE BAD-TYPE-REJECT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ACCEPTED (DERIVED)' TO CN-CAPTION
           MOVE ACCEPTED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD IN SUSPENSE (SEQSUS)' TO CN-CAPTION
           MOVE SUSPENSE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD UNDER EMBARGO (SEQHLD)' TO CN-CAPTION
           MOVE HELD-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-XTR-TRANSMISSION-TYPE NOT = 'I'
               DISPLAY "SEQXTR does not carry an intraday envelope "
                       "- wrong extract generation for this run"
               SET DAY-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM WRITE-LEG-1
           PERFORM WRITE-LEG-3

           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *>  The run's counts go to INTRBAL for tonight's sheet.  A
      *>  run that cannot be recorded would leave tonight's leg 2
      *>  short, so a failed open is reported as out of balance.
       WRITE-INTRADAY-BALANCE.
           OPEN EXTEND INTRADAY-BALANCE-FILE
           IF WS-INTRBAL-STATUS NOT = "00"
               DISPLAY "Unable to open INTRBAL, status "
                       WS-INTRBAL-STATUS
                       " - this run will be missing from "
                       "tonight's control sheet"
               SET DAY-OUT-OF-BALANCE TO TRUE
           ELSE
               MOVE SPACES TO INTRADAY-BALANCE-RECORD
               MOVE WS-RUN-DATE-YMD TO IBL-RUN-DATE
               MOVE WS-RUN-START-STAMP(9:6) TO IBL-RUN-TIME
               MOVE WS-XTR-GENERATION TO IBL-GENERATION
               MOVE WS-XTR-SOURCE-ID TO IBL-SOURCE-ID
               MOVE INPUT-DETAIL-COUNT TO IBL-INPUT-DETAILS
               MOVE DUPLICATE-COUNT TO IBL-DUPLICATES
               COMPUTE IBL-DETAIL-REJECTS =
                   REJECT-COUNT - BAD-TYPE-REJECT-COUNT
               MOVE EXTRACT-COUNT TO IBL-EXTRACT-COUNT
               MOVE SUSPENSE-COUNT TO IBL-SUSPENSE-COUNT
               MOVE HELD-COUNT TO IBL-HELD-COUNT
               MOVE MASTER-APPLIED-COUNT TO IBL-MASTER-APPLIED
               IF DAY-OUT-OF-BALANCE
                   SET IBL-OUT-OF-BALANCE TO TRUE
               ELSE
                   SET IBL-IN-BALANCE TO TRUE
               END-IF
               WRITE INTRADAY-BALANCE-RECORD
               CLOSE INTRADAY-BALANCE-FILE
           END-IF.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       WRITE-LEG-LINE.
           MOVE WS-LEG-LINE TO REPORT-LINE
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
               MOVE INPUT-DETAIL-COUNT TO RLG-RECORDS-IN
               MOVE ACCOUNTED-TODAY TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
