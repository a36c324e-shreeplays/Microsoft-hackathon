      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTRVERIF.
      *> ---------------------------------------------------------
      *> Independent verification of a classification extract
      *> before it is released to the allocation pickup.
      *> DAYBAL proves the counts tie; this step proves the
      *> contents.  It runs straight after the step that wrote
      *> the extract (NUMBERPROC, or SEQMERGE on partitioned
      *> nights) and checks, without trusting anything the run
      *> computed:
      *>   RECOMPUTE - every detail's lane and result are worked
      *>             out again from the SEQRUL rule set in force
      *>             (loaded and applied exactly as NUMBERPROC
      *>             does) and must equal what the detail
      *>             carries; a number no rule matches, or whose
      *>             result overflows (it belongs in SEQSUS
      *>             suspense, not on the extract), is an
      *>             exception, and so is a detail stamped with a
      *>             rule-set version other than RULVER's
      *>   ENVELOPE  - one header, of a classification type
      *>             (nightly or intraday), first; one trailer
      *>             last, whose count and result hash equal the
      *>             details actually on the file
      *>   AUDIT     - each detail against its SEQAUD record for
      *>             the run: the latest classification of the
      *>             number dated on or after the envelope's run
      *>             date must carry the recomputed class and the
      *>             detail's result, office and rule-set version,
      *>             and must not be a size-error record
      *> A number sent twice in one extract is an exception too.
      *> The extract and the selected audit records are brought
      *> together with one internal sort, audit records ahead of
      *> the extract details for each number.  A 'REV ' reversal
      *> takes back the record it pairs with, as in MSTVERIF.
      *> XVFRPT lists every exception - number, check, expected
      *> and actual value - then the envelope and the totals,
      *> and ends with the hold or release decision.
      *> RC=0 when every detail verified and the envelope is
      *> whole - release the extract; RC=8 on any exception - the
      *> scheduler holds the pickup and nothing ships until
      *> XVFRPT is worked; RC=16 when a file cannot be opened or
      *> SEQRUL holds no usable rule.
      *> A nightly extract's verdict is also recorded on the
      *> XVFCTL control (see SEQXVF.cpy), which XVFGATE checks
      *> before the acknowledgment handshake or the booking
      *> reconciliation may pick the extract up.  An intraday
      *> extract leaves the control alone.  A control that
      *> cannot be written costs nothing here - the readers find
      *> the extract unnamed and hold it.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "SEQXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTR-STATUS.

           SELECT RULES-FILE ASSIGN TO "SEQRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRUL-STATUS.

           SELECT RULE-VERSION-FILE ASSIGN TO "RULVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULVER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SEQAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "XVFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XVFRPT-STATUS.

           SELECT VERIFY-SORT-FILE ASSIGN TO "XVFSRT1".

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

       FD  RULES-FILE
           RECORDING MODE IS F.
       COPY "SEQRUL.cpy".

      *>  Rule-set version control maintained by RULMNT.
       FD  RULE-VERSION-FILE
           RECORDING MODE IS F.
       01  RULE-VERSION-RECORD.
           05  RVR-RULE-VERSION       PIC 9(6).
           05  RVR-APPLIED-DATE       PIC X(8).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "SEQAUD.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

      *>  Audit records ('A') sort ahead of extract details ('X')
      *>  for the same number, in run order, each reversal
      *>  straight behind the record it cancels.
       SD  VERIFY-SORT-FILE.
       01  VERIFY-SORT-RECORD.
           05  SRT-SEQ-NUMBER         PIC 9(9).
           05  SRT-RECORD-KIND        PIC X(1).
               88  SRT-AUDIT-RECORD   VALUE 'A'.
               88  SRT-EXTRACT-RECORD VALUE 'X'.
           05  SRT-RUN-DATE           PIC X(8).
           05  SRT-RUN-TIME           PIC X(6).
           05  SRT-REVERSAL-KEY       PIC X(1).
           05  SRT-CLASS-CODE         PIC X(4).
           05  SRT-LANE-CODE          PIC X(1).
           05  SRT-RESULT             PIC 9(9).
           05  SRT-SIZE-ERROR-FLAG    PIC X(1).
           05  SRT-SOURCE-ID          PIC X(4).
           05  SRT-RULE-VERSION       PIC 9(6).

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
       01  WS-SEQRUL-STATUS           PIC XX VALUE SPACES.
       01  WS-RULVER-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-XVFRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-XVFCTL-STATUS           PIC XX VALUE SPACES.
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
       01  WS-AUD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-AUDIT           VALUE 'Y'.
       01  WS-RUL-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-RULES-FILE      VALUE 'Y'.
       01  WS-SRT-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-SORTED-RECORDS  VALUE 'Y'.

      *>  Rules held in ascending priority order, loaded and
      *>  applied exactly the way NUMBERPROC loads and applies
      *>  SEQRUL, so the recompute classifies the way the run
      *>  should have.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-RULE-MAX            PIC 9(2) VALUE 50.
           05  WS-RULE-ENTRY          OCCURS 50 TIMES
                                      INDEXED BY RUL-IDX.
               10  WS-RUL-PRIORITY    PIC 9(2).
               10  WS-RUL-DIVISOR     PIC 9(9).
               10  WS-RUL-CLASS-TEXT  PIC X(4).
               10  WS-RUL-LANE-CODE   PIC X(1).
               10  WS-RUL-RESULT-OP   PIC X(1).
               10  WS-RUL-FACTOR      PIC 9(9).
       01  WS-RULE-INSERT-AT          PIC 9(2) VALUE ZERO.
       01  WS-RULE-SHIFT              PIC 9(2) VALUE ZERO.
       01  WS-RULE-MATCHED-SWITCH     PIC X VALUE 'N'.
           88  RULE-MATCHED           VALUE 'Y'.
       01  WS-MATCHED-RULE            PIC 9(2) VALUE ZERO.
       01  WS-RULE-SET-VERSION        PIC 9(6) VALUE ZERO.

      *>  The extract's envelope as found on the file.
       01  WS-HEADER-SEEN-SWITCH      PIC X VALUE 'N'.
           88  HEADER-SEEN            VALUE 'Y'.
       01  WS-TRAILER-SEEN-SWITCH     PIC X VALUE 'N'.
           88  TRAILER-SEEN           VALUE 'Y'.
       01  WS-NO-HEADER-SWITCH        PIC X VALUE 'N'.
           88  NO-HEADER-REPORTED     VALUE 'Y'.
       01  WS-XTR-RUN-DATE            PIC X(8) VALUE SPACES.
       01  WS-XTR-RUN-ID              PIC X(8) VALUE SPACES.
       01  WS-XTR-GENERATION          PIC 9(6) VALUE ZERO.
       01  WS-XTR-TRANSMISSION-TYPE   PIC X(1) VALUE SPACE.
       01  WS-DECLARED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-DECLARED-HASH           PIC 9(12) VALUE ZERO.
       01  WS-COUNTED-HASH            PIC 9(12) VALUE ZERO.

      *>  Per-number state while walking the sorted records: the
      *>  number in flight, its latest classification on the
      *>  audit trail for the run, and how many times the
      *>  extract carries it.
       01  WS-GROUP-SEQ-NUMBER        PIC 9(9) VALUE ZERO.
       01  WS-GROUP-ACTIVE-SWITCH     PIC X VALUE 'N'.
           88  GROUP-IN-FLIGHT        VALUE 'Y'.
       01  WS-GROUP-EXTRACT-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-GROUP-AUDIT.
           05  WS-GRP-AUDIT-SWITCH    PIC X(1) VALUE 'N'.
               88  GROUP-AUDIT-FOUND  VALUE 'Y'.
           05  WS-GRP-CLASS-CODE      PIC X(4) VALUE SPACES.
           05  WS-GRP-RESULT          PIC 9(9) VALUE ZERO.
           05  WS-GRP-SIZE-ERROR-FLAG PIC X(1) VALUE SPACE.
           05  WS-GRP-SOURCE-ID       PIC X(4) VALUE SPACES.
           05  WS-GRP-RULE-VERSION    PIC 9(6) VALUE ZERO.
      *>  The audit state as it stood before the record just
      *>  applied, so a reversal right behind it can take it back.
       01  WS-SAVED-GROUP-AUDIT       PIC X(25) VALUE SPACES.
       01  WS-LAST-APPLIED-SWITCH     PIC X VALUE 'N'.
           88  LAST-RECORD-APPLIED    VALUE 'Y'.

      *>  What the detail should carry, recomputed from SEQRUL.
       01  WS-EXP-CLASS-TEXT          PIC X(4) VALUE SPACES.
       01  WS-EXP-LANE-CODE           PIC X(1) VALUE SPACE.
       01  WS-EXP-RESULT              PIC 9(9) VALUE ZERO.
       01  WS-EXP-SIZE-ERROR-SWITCH   PIC X VALUE 'N'.
           88  EXPECTED-SIZE-ERROR    VALUE 'Y'.
       01  WS-DETAIL-EXCEPTION-SWITCH PIC X VALUE 'N'.
           88  DETAIL-HAS-EXCEPTION   VALUE 'Y'.

       01  WS-COUNTERS.
           05  EXTRACT-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  DETAIL-COUNT           PIC 9(9) VALUE ZERO.
           05  AUDIT-READ-COUNT       PIC 9(9) VALUE ZERO.
           05  AUDIT-SELECTED-COUNT   PIC 9(9) VALUE ZERO.
           05  VERIFIED-OK-COUNT      PIC 9(9) VALUE ZERO.
           05  OFFENDING-DETAIL-COUNT PIC 9(9) VALUE ZERO.
           05  ENVELOPE-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
           05  EXCEPTION-COUNT        PIC 9(9) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'XTRVERIF'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
       01  WS-EDIT-NUMBER             PIC Z(8)9.

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(24)
               VALUE '  EXTRACT VERIFICATION'.
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                 PIC X(9)  VALUE 'SEQ NO.'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'CHECK'.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(24) VALUE 'EXPECTED'.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(28) VALUE 'ACTUAL'.

      *>  One line per exception; envelope exceptions carry no
      *>  number.
       01  WS-REPORT-DETAIL-LINE.
           05  RD-SEQ-NUMBER          PIC X(9).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-CHECK               PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-EXPECTED            PIC X(24).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-ACTUAL              PIC X(24).
           05  FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-ENVELOPE-LINE.
           05  FILLER                 PIC X(19)
               VALUE 'EXTRACT GENERATION '.
           05  EV-GENERATION          PIC 9(6).
           05  FILLER                 PIC X(6)  VALUE '  RUN '.
           05  EV-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EV-RUN-ID              PIC X(8).
           05  FILLER                 PIC X(7)  VALUE '  TYPE '.
           05  EV-TYPE-TEXT           PIC X(14).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-RULE-SET-LINE.
           05  FILLER                 PIC X(17)
               VALUE 'RULE SET VERSION '.
           05  RS-RULE-VERSION        PIC 9(6).
           05  FILLER                 PIC X(17)
               VALUE '  RULES IN FORCE '.
           05  RS-RULE-COUNT          PIC Z9.
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CN-CAPTION             PIC X(34).
           05  CN-COUNT               PIC Z(8)9.
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-VERDICT-LINE            PIC X(80) VALUE SPACES.

       01  WS-REPORT-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           PERFORM LOAD-CLASSIFICATION-RULES
           PERFORM LOAD-RULE-SET-VERSION

           OPEN OUTPUT REPORT-FILE
           IF WS-XVFRPT-STATUS NOT = "00"
               DISPLAY "Unable to open XVFRPT, status " WS-XVFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER

      *>  The extract is read first - its envelope gives the run
      *>  date that selects the run's audit records.
           SORT VERIFY-SORT-FILE
               ON ASCENDING KEY SRT-SEQ-NUMBER
                                SRT-RECORD-KIND
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-REVERSAL-KEY
               INPUT PROCEDURE IS RELEASE-VERIFY-RECORDS
               OUTPUT PROCEDURE IS VERIFY-SORTED-RECORDS

           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE

           DISPLAY "Extract records read: " EXTRACT-READ-COUNT
           DISPLAY "Extract details: " DETAIL-COUNT
           DISPLAY "Audit records read: " AUDIT-READ-COUNT
           DISPLAY "Audit records for the run: " AUDIT-SELECTED-COUNT
           DISPLAY "Details verified clean: " VERIFIED-OK-COUNT
           DISPLAY "Details with exceptions: " OFFENDING-DETAIL-COUNT
           DISPLAY "Envelope exceptions: " ENVELOPE-EXCEPTION-COUNT
           DISPLAY "Exceptions listed: " EXCEPTION-COUNT

           IF EXCEPTION-COUNT NOT = ZERO
               DISPLAY "EXTRACT FAILED VERIFICATION - hold the "
                       "allocation pickup, SEQXTR must not be "
                       "released until XVFRPT is worked"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Every extract detail verified, the "
                       "extract may be released"
           END-IF

           PERFORM WRITE-VERIFY-CONTROL
           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

       LOAD-CLASSIFICATION-RULES.
           OPEN INPUT RULES-FILE
           IF WS-SEQRUL-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRUL, status "
                       WS-SEQRUL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-RULES-FILE
               READ RULES-FILE
                   AT END
                       SET END-OF-RULES-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-CLASSIFICATION-RULE
               END-READ
           END-PERFORM
           CLOSE RULES-FILE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "No usable classification rules on SEQRUL, "
                       "nothing to verify against"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Classification rules loaded: " WS-RULE-COUNT.

       ADD-CLASSIFICATION-RULE.
           IF RUL-PRIORITY NOT NUMERIC
              OR RUL-DIVISOR NOT NUMERIC
              OR RUL-RESULT-FACTOR NOT NUMERIC
              OR (RUL-RESULT-OP NOT = 'M' AND RUL-RESULT-OP NOT = 'A')
               DISPLAY "Unusable SEQRUL record skipped: " RULE-RECORD
           ELSE
               IF FUNCTION NUMVAL(RUL-DIVISOR) = ZERO
                   DISPLAY "SEQRUL record with divisor zero "
                           "skipped: " RULE-RECORD
               ELSE
                   IF WS-RULE-COUNT >= WS-RULE-MAX
                       DISPLAY "Rule table full at " WS-RULE-MAX
                               " rules"
                       CLOSE RULES-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM INSERT-RULE-IN-PRIORITY-ORDER
               END-IF
           END-IF.

       INSERT-RULE-IN-PRIORITY-ORDER.
           MOVE ZERO TO WS-RULE-INSERT-AT
           IF WS-RULE-COUNT NOT = ZERO
               PERFORM VARYING RUL-IDX FROM 1 BY 1
                       UNTIL RUL-IDX > WS-RULE-COUNT
                          OR WS-RULE-INSERT-AT NOT = ZERO
                   IF WS-RUL-PRIORITY (RUL-IDX) > RUL-PRIORITY
                       SET WS-RULE-INSERT-AT TO RUL-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RULE-INSERT-AT = ZERO
               COMPUTE WS-RULE-INSERT-AT = WS-RULE-COUNT + 1
           ELSE
               PERFORM VARYING WS-RULE-SHIFT
                       FROM WS-RULE-COUNT BY -1
                       UNTIL WS-RULE-SHIFT < WS-RULE-INSERT-AT
                   MOVE WS-RULE-ENTRY (WS-RULE-SHIFT)
                       TO WS-RULE-ENTRY (WS-RULE-SHIFT + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-RULE-COUNT
           SET RUL-IDX TO WS-RULE-INSERT-AT
           MOVE RUL-PRIORITY TO WS-RUL-PRIORITY (RUL-IDX)
           MOVE RUL-DIVISOR TO WS-RUL-DIVISOR (RUL-IDX)
           MOVE RUL-CLASS-TEXT TO WS-RUL-CLASS-TEXT (RUL-IDX)
           MOVE RUL-LANE-CODE TO WS-RUL-LANE-CODE (RUL-IDX)
           MOVE RUL-RESULT-OP TO WS-RUL-RESULT-OP (RUL-IDX)
           MOVE RUL-RESULT-FACTOR TO WS-RUL-FACTOR (RUL-IDX).

      *>  An absent or empty RULVER means the rule set predates
      *>  versioning, as NUMBERPROC treats it: details must then
      *>  carry version zero.
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
                       END-IF
               END-READ
               CLOSE RULE-VERSION-FILE
           ELSE
               DISPLAY "No RULVER control available, status "
                       WS-RULVER-STATUS
                       " - rule set version taken as zero"
           END-IF
           DISPLAY "Rule set version: " WS-RULE-SET-VERSION.

       RELEASE-VERIFY-RECORDS.
           PERFORM RELEASE-EXTRACT-DETAILS
           PERFORM RELEASE-RUN-AUDIT.

      *>  Reads the extract once: checks the envelope as it goes
      *>  and releases every detail to the sort.
       RELEASE-EXTRACT-DETAILS.
           OPEN INPUT EXTRACT-FILE
           IF WS-SEQXTR-STATUS NOT = "00"
               DISPLAY "Unable to open SEQXTR, status " WS-SEQXTR-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-EXTRACT
               READ EXTRACT-FILE
                   AT END
                       SET END-OF-EXTRACT TO TRUE
                   NOT AT END
                       ADD 1 TO EXTRACT-READ-COUNT
                       PERFORM EXAMINE-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           PERFORM SETTLE-ENVELOPE.

       EXAMINE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN SEQXTR-SEQ-NUMBER NUMERIC
                   PERFORM RELEASE-EXTRACT-DETAIL
               WHEN EXTRACT-HEADER-RECORD
                   PERFORM CHECK-EXTRACT-HEADER
               WHEN EXTRACT-TRAILER-RECORD
                   IF TRAILER-SEEN
                       MOVE SPACES TO RD-SEQ-NUMBER
                       MOVE 'AFTER TRLR' TO RD-CHECK
                       MOVE 'NOTHING AFTER TRAILER' TO RD-EXPECTED
                       MOVE 'SECOND TRAILER' TO RD-ACTUAL
                       PERFORM WRITE-ENVELOPE-EXCEPTION
                   ELSE
                       SET TRAILER-SEEN TO TRUE
                       IF XTT-RECORD-COUNT NUMERIC
                          AND XTT-RESULT-HASH NUMERIC
                           MOVE XTT-RECORD-COUNT TO WS-DECLARED-COUNT
                           MOVE XTT-RESULT-HASH TO WS-DECLARED-HASH
                       ELSE
                           MOVE SPACES TO RD-SEQ-NUMBER
                           MOVE 'BAD TRAILER' TO RD-CHECK
                           MOVE 'NUMERIC COUNT AND HASH'
                               TO RD-EXPECTED
                           MOVE SEQXTR-TRAILER-RECORD TO RD-ACTUAL
                           PERFORM WRITE-ENVELOPE-EXCEPTION
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO RD-SEQ-NUMBER
                   MOVE 'BAD RECORD' TO RD-CHECK
                   MOVE 'DETAIL, HEADER, TRAILER' TO RD-EXPECTED
                   MOVE SEQXTR-RECORD TO RD-ACTUAL
                   PERFORM WRITE-ENVELOPE-EXCEPTION
           END-EVALUATE.

       CHECK-EXTRACT-HEADER.
           IF HEADER-SEEN
               MOVE SPACES TO RD-SEQ-NUMBER
               MOVE 'EXTRA HEADER' TO RD-CHECK
               MOVE 'ONE ENVELOPE' TO RD-EXPECTED
               MOVE SPACES TO RD-ACTUAL
               STRING 'HEADER GENERATION ' XTH-GENERATION
                      DELIMITED BY SIZE INTO RD-ACTUAL
               PERFORM WRITE-ENVELOPE-EXCEPTION
           ELSE
               SET HEADER-SEEN TO TRUE
               MOVE XTH-RUN-DATE TO WS-XTR-RUN-DATE
               MOVE XTH-RUN-ID TO WS-XTR-RUN-ID
               MOVE XTH-GENERATION TO WS-XTR-GENERATION
               MOVE XTH-TRANSMISSION-TYPE
                   TO WS-XTR-TRANSMISSION-TYPE
               IF NOT CLASSIFICATION-TRANSMISSION
                  AND NOT INTRADAY-TRANSMISSION
                   MOVE SPACES TO RD-SEQ-NUMBER
                   MOVE 'HEADER TYPE' TO RD-CHECK
                   MOVE 'CLASSIFICATION' TO RD-EXPECTED
                   MOVE SPACES TO RD-ACTUAL
                   STRING 'TYPE ' XTH-TRANSMISSION-TYPE
                          DELIMITED BY SIZE INTO RD-ACTUAL
                   PERFORM WRITE-ENVELOPE-EXCEPTION
               END-IF
           END-IF.

      *>  A detail must follow the header and precede the
      *>  trailer; a result that is not even numeric cannot be
      *>  recomputed or hashed and is listed here instead.
       RELEASE-EXTRACT-DETAIL.
           ADD 1 TO DETAIL-COUNT
           IF NOT HEADER-SEEN AND NOT NO-HEADER-REPORTED
               SET NO-HEADER-REPORTED TO TRUE
               MOVE SPACES TO RD-SEQ-NUMBER
               MOVE 'NO HEADER' TO RD-CHECK
               MOVE 'HEADER FIRST' TO RD-EXPECTED
               MOVE 'DETAIL FIRST' TO RD-ACTUAL
               PERFORM WRITE-ENVELOPE-EXCEPTION
           END-IF
           IF TRAILER-SEEN
               MOVE SEQXTR-SEQ-NUMBER TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO RD-SEQ-NUMBER
               MOVE 'AFTER TRLR' TO RD-CHECK
               MOVE 'NOTHING AFTER TRAILER' TO RD-EXPECTED
               MOVE 'DETAIL AFTER TRAILER' TO RD-ACTUAL
               PERFORM WRITE-ENVELOPE-EXCEPTION
           END-IF
           IF SEQXTR-RESULT NOT NUMERIC
               ADD 1 TO OFFENDING-DETAIL-COUNT
               MOVE SEQXTR-SEQ-NUMBER TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO RD-SEQ-NUMBER
               MOVE 'BAD RESULT' TO RD-CHECK
               MOVE 'NUMERIC RESULT' TO RD-EXPECTED
               MOVE SEQXTR-RECORD TO RD-ACTUAL
               PERFORM WRITE-ENVELOPE-EXCEPTION
           ELSE
               COMPUTE WS-COUNTED-HASH =
                   FUNCTION MOD(WS-COUNTED-HASH + SEQXTR-RESULT,
                       1000000000000)
               MOVE SEQXTR-SEQ-NUMBER TO SRT-SEQ-NUMBER
               SET SRT-EXTRACT-RECORD TO TRUE
               MOVE SPACES TO SRT-RUN-DATE
               MOVE SPACES TO SRT-RUN-TIME
               MOVE '0' TO SRT-REVERSAL-KEY
               MOVE SPACES TO SRT-CLASS-CODE
               MOVE SEQXTR-LANE-CODE TO SRT-LANE-CODE
               MOVE SEQXTR-RESULT TO SRT-RESULT
               MOVE SEQXTR-SIZE-ERROR-FLAG TO SRT-SIZE-ERROR-FLAG
               MOVE SEQXTR-SOURCE-ID TO SRT-SOURCE-ID
               IF SEQXTR-RULE-VERSION NUMERIC
                   MOVE SEQXTR-RULE-VERSION TO SRT-RULE-VERSION
               ELSE
                   MOVE ZERO TO SRT-RULE-VERSION
               END-IF
               RELEASE VERIFY-SORT-RECORD
           END-IF.

       SETTLE-ENVELOPE.
           IF NOT HEADER-SEEN AND NOT NO-HEADER-REPORTED
               MOVE SPACES TO RD-SEQ-NUMBER
               MOVE 'NO HEADER' TO RD-CHECK
               MOVE 'HEADER FIRST' TO RD-EXPECTED
               MOVE 'NO HEADER ON FILE' TO RD-ACTUAL
               PERFORM WRITE-ENVELOPE-EXCEPTION
           END-IF
           IF NOT TRAILER-SEEN
               MOVE SPACES TO RD-SEQ-NUMBER
               MOVE 'NO TRAILER' TO RD-CHECK
               MOVE 'TRAILER LAST' TO RD-EXPECTED
               MOVE 'FILE TRUNCATED' TO RD-ACTUAL
               PERFORM WRITE-ENVELOPE-EXCEPTION
           ELSE
               IF WS-DECLARED-COUNT NOT = DETAIL-COUNT
                   MOVE SPACES TO RD-SEQ-NUMBER
                   MOVE 'TRLR COUNT' TO RD-CHECK
                   MOVE DETAIL-COUNT TO RD-EXPECTED
                   MOVE WS-DECLARED-COUNT TO RD-ACTUAL
                   PERFORM WRITE-ENVELOPE-EXCEPTION
               END-IF
               IF WS-DECLARED-HASH NOT = WS-COUNTED-HASH
                   MOVE SPACES TO RD-SEQ-NUMBER
                   MOVE 'TRLR HASH' TO RD-CHECK
                   MOVE WS-COUNTED-HASH TO RD-EXPECTED
                   MOVE WS-DECLARED-HASH TO RD-ACTUAL
                   PERFORM WRITE-ENVELOPE-EXCEPTION
               END-IF
           END-IF.

      *>  Only audit records dated on or after the envelope's run
      *>  date can belong to the run (a run that crosses midnight
      *>  audits under both dates); rejections never shipped and
      *>  are left out.
       RELEASE-RUN-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-SEQAUD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQAUD, status " WS-SEQAUD-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO AUDIT-READ-COUNT
                       IF AUD-RUN-DATE NOT < WS-XTR-RUN-DATE
                          AND AUD-CLASS-CODE NOT = 'REJ '
                          AND AUD-SEQ-NUMBER NUMERIC
                           PERFORM RELEASE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       RELEASE-AUDIT-RECORD.
           ADD 1 TO AUDIT-SELECTED-COUNT
           MOVE AUD-SEQ-NUMBER TO SRT-SEQ-NUMBER
           SET SRT-AUDIT-RECORD TO TRUE
           MOVE AUD-RUN-DATE TO SRT-RUN-DATE
           MOVE AUD-RUN-TIME TO SRT-RUN-TIME
           IF AUD-CLASS-CODE = 'REV '
               MOVE '1' TO SRT-REVERSAL-KEY
           ELSE
               MOVE '0' TO SRT-REVERSAL-KEY
           END-IF
           MOVE AUD-CLASS-CODE TO SRT-CLASS-CODE
           MOVE SPACE TO SRT-LANE-CODE
           IF AUD-RESULT NUMERIC
               MOVE AUD-RESULT TO SRT-RESULT
           ELSE
               MOVE ZERO TO SRT-RESULT
           END-IF
           MOVE AUD-SIZE-ERROR-FLAG TO SRT-SIZE-ERROR-FLAG
           MOVE AUD-SOURCE-ID TO SRT-SOURCE-ID
           IF AUD-RULE-VERSION NUMERIC
               MOVE AUD-RULE-VERSION TO SRT-RULE-VERSION
           ELSE
               MOVE ZERO TO SRT-RULE-VERSION
           END-IF
           RELEASE VERIFY-SORT-RECORD.

       VERIFY-SORTED-RECORDS.
           PERFORM UNTIL END-OF-SORTED-RECORDS
               RETURN VERIFY-SORT-FILE
                   AT END
                       SET END-OF-SORTED-RECORDS TO TRUE
                   NOT AT END
                       PERFORM COLLECT-ONE-SORTED-RECORD
               END-RETURN
           END-PERFORM.

      *>  Audit records for a number arrive first, in run order,
      *>  and leave the latest classification in the group state;
      *>  the number's extract details follow and are verified
      *>  against it.
       COLLECT-ONE-SORTED-RECORD.
           IF NOT GROUP-IN-FLIGHT
            OR SRT-SEQ-NUMBER NOT = WS-GROUP-SEQ-NUMBER
               SET GROUP-IN-FLIGHT TO TRUE
               MOVE SRT-SEQ-NUMBER TO WS-GROUP-SEQ-NUMBER
               MOVE ZERO TO WS-GROUP-EXTRACT-COUNT
               MOVE 'N' TO WS-GRP-AUDIT-SWITCH
               MOVE SPACES TO WS-GRP-CLASS-CODE
               MOVE ZERO TO WS-GRP-RESULT
               MOVE SPACE TO WS-GRP-SIZE-ERROR-FLAG
               MOVE SPACES TO WS-GRP-SOURCE-ID
               MOVE ZERO TO WS-GRP-RULE-VERSION
               MOVE 'N' TO WS-LAST-APPLIED-SWITCH
           END-IF
           IF SRT-EXTRACT-RECORD
               PERFORM VERIFY-EXTRACT-DETAIL
           ELSE
               IF SRT-CLASS-CODE = 'REV '
                   IF LAST-RECORD-APPLIED
                       MOVE WS-SAVED-GROUP-AUDIT TO WS-GROUP-AUDIT
                   END-IF
                   MOVE 'N' TO WS-LAST-APPLIED-SWITCH
               ELSE
                   MOVE WS-GROUP-AUDIT TO WS-SAVED-GROUP-AUDIT
                   SET LAST-RECORD-APPLIED TO TRUE
                   SET GROUP-AUDIT-FOUND TO TRUE
                   MOVE SRT-CLASS-CODE TO WS-GRP-CLASS-CODE
                   MOVE SRT-RESULT TO WS-GRP-RESULT
                   MOVE SRT-SIZE-ERROR-FLAG TO WS-GRP-SIZE-ERROR-FLAG
                   MOVE SRT-SOURCE-ID TO WS-GRP-SOURCE-ID
                   MOVE SRT-RULE-VERSION TO WS-GRP-RULE-VERSION
               END-IF
           END-IF.

       VERIFY-EXTRACT-DETAIL.
           MOVE 'N' TO WS-DETAIL-EXCEPTION-SWITCH
           ADD 1 TO WS-GROUP-EXTRACT-COUNT
           MOVE SRT-SEQ-NUMBER TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO RD-SEQ-NUMBER
           IF WS-GROUP-EXTRACT-COUNT > 1
               MOVE 'DUPLICATE' TO RD-CHECK
               MOVE 'SENT ONCE' TO RD-EXPECTED
               MOVE SPACES TO RD-ACTUAL
               STRING 'SENT ' WS-GROUP-EXTRACT-COUNT ' TIMES'
                      DELIMITED BY SIZE INTO RD-ACTUAL
               PERFORM WRITE-DETAIL-EXCEPTION
           END-IF
           PERFORM RECOMPUTE-CLASSIFICATION
           PERFORM CHECK-AGAINST-RULES
           PERFORM CHECK-AGAINST-AUDIT
           IF DETAIL-HAS-EXCEPTION
               ADD 1 TO OFFENDING-DETAIL-COUNT
           ELSE
               ADD 1 TO VERIFIED-OK-COUNT
           END-IF.

      *>  The same first-matching-rule walk and result arithmetic
      *>  as NUMBERPROC's PROCESS-NUMBER.
       RECOMPUTE-CLASSIFICATION.
           MOVE 'N' TO WS-RULE-MATCHED-SWITCH
           MOVE 'N' TO WS-EXP-SIZE-ERROR-SWITCH
           MOVE ZERO TO WS-MATCHED-RULE
           MOVE SPACES TO WS-EXP-CLASS-TEXT
           MOVE SPACE TO WS-EXP-LANE-CODE
           MOVE ZERO TO WS-EXP-RESULT
           PERFORM VARYING RUL-IDX FROM 1 BY 1
                   UNTIL RUL-IDX > WS-RULE-COUNT
                      OR RULE-MATCHED
               IF FUNCTION MOD(SRT-SEQ-NUMBER,
                      WS-RUL-DIVISOR (RUL-IDX)) = 0
                   SET RULE-MATCHED TO TRUE
                   SET WS-MATCHED-RULE TO RUL-IDX
               END-IF
           END-PERFORM
           IF RULE-MATCHED
               SET RUL-IDX TO WS-MATCHED-RULE
               MOVE WS-RUL-CLASS-TEXT (RUL-IDX) TO WS-EXP-CLASS-TEXT
               MOVE WS-RUL-LANE-CODE (RUL-IDX) TO WS-EXP-LANE-CODE
               IF WS-RUL-RESULT-OP (RUL-IDX) = 'M'
                   COMPUTE WS-EXP-RESULT =
                       SRT-SEQ-NUMBER * WS-RUL-FACTOR (RUL-IDX)
                       ON SIZE ERROR
                           SET EXPECTED-SIZE-ERROR TO TRUE
                   END-COMPUTE
               ELSE
                   COMPUTE WS-EXP-RESULT =
                       SRT-SEQ-NUMBER + WS-RUL-FACTOR (RUL-IDX)
                       ON SIZE ERROR
                           SET EXPECTED-SIZE-ERROR TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

       CHECK-AGAINST-RULES.
           EVALUATE TRUE
               WHEN NOT RULE-MATCHED
                   MOVE 'NO RULE' TO RD-CHECK
                   MOVE 'REJECTED NO-RULE-FND' TO RD-EXPECTED
                   MOVE SPACES TO RD-ACTUAL
                   STRING 'LANE ' SRT-LANE-CODE ' RESULT '
                          SRT-RESULT
                          DELIMITED BY SIZE INTO RD-ACTUAL
                   PERFORM WRITE-DETAIL-EXCEPTION
               WHEN EXPECTED-SIZE-ERROR
                   MOVE 'SIZE ERROR' TO RD-CHECK
                   MOVE 'HELD ON SEQSUS' TO RD-EXPECTED
                   MOVE SPACES TO RD-ACTUAL
                   STRING 'SHIPPED RESULT ' SRT-RESULT
                          DELIMITED BY SIZE INTO RD-ACTUAL
                   PERFORM WRITE-DETAIL-EXCEPTION
               WHEN OTHER
                   IF SRT-LANE-CODE NOT = WS-EXP-LANE-CODE
                       MOVE 'LANE' TO RD-CHECK
                       MOVE SPACES TO RD-EXPECTED
                       STRING WS-EXP-LANE-CODE ' (CLASS '
                              WS-EXP-CLASS-TEXT ')'
                              DELIMITED BY SIZE INTO RD-EXPECTED
                       MOVE SRT-LANE-CODE TO RD-ACTUAL
                       PERFORM WRITE-DETAIL-EXCEPTION
                   END-IF
                   IF SRT-RESULT NOT = WS-EXP-RESULT
                       MOVE 'RESULT' TO RD-CHECK
                       MOVE WS-EXP-RESULT TO RD-EXPECTED
                       MOVE SRT-RESULT TO RD-ACTUAL
                       PERFORM WRITE-DETAIL-EXCEPTION
                   END-IF
           END-EVALUATE
           IF SRT-SIZE-ERROR-FLAG NOT = 'N'
               MOVE 'SIZE FLAG' TO RD-CHECK
               MOVE 'N' TO RD-EXPECTED
               MOVE SRT-SIZE-ERROR-FLAG TO RD-ACTUAL
               PERFORM WRITE-DETAIL-EXCEPTION
           END-IF
           IF SRT-RULE-VERSION NOT = WS-RULE-SET-VERSION
               MOVE 'RULE VERSION' TO RD-CHECK
               MOVE WS-RULE-SET-VERSION TO RD-EXPECTED
               MOVE SRT-RULE-VERSION TO RD-ACTUAL
               PERFORM WRITE-DETAIL-EXCEPTION
           END-IF.

      *>  Expected is what the audit trail recorded for the run,
      *>  actual what the extract is about to ship - except the
      *>  class, which the extract does not carry: the audit
      *>  class is held to the recomputed one.
       CHECK-AGAINST-AUDIT.
           IF NOT GROUP-AUDIT-FOUND
               MOVE 'NO AUDIT' TO RD-CHECK
               MOVE SPACES TO RD-EXPECTED
               STRING 'AUDIT ON/AFTER ' WS-XTR-RUN-DATE
                      DELIMITED BY SIZE INTO RD-EXPECTED
               MOVE 'NO AUDIT RECORD' TO RD-ACTUAL
               PERFORM WRITE-DETAIL-EXCEPTION
           ELSE
               IF RULE-MATCHED
                  AND WS-GRP-CLASS-CODE NOT = WS-EXP-CLASS-TEXT
                   MOVE 'AUDIT CLASS' TO RD-CHECK
                   MOVE WS-EXP-CLASS-TEXT TO RD-EXPECTED
                   MOVE WS-GRP-CLASS-CODE TO RD-ACTUAL
                   PERFORM WRITE-DETAIL-EXCEPTION
               END-IF
               IF WS-GRP-RESULT NOT = SRT-RESULT
                   MOVE 'AUDIT RESULT' TO RD-CHECK
                   MOVE WS-GRP-RESULT TO RD-EXPECTED
                   MOVE SRT-RESULT TO RD-ACTUAL
                   PERFORM WRITE-DETAIL-EXCEPTION
               END-IF
               IF WS-GRP-SIZE-ERROR-FLAG NOT = 'N'
                   MOVE 'AUDIT FLAG' TO RD-CHECK
                   MOVE 'N' TO RD-EXPECTED
                   MOVE WS-GRP-SIZE-ERROR-FLAG TO RD-ACTUAL
                   PERFORM WRITE-DETAIL-EXCEPTION
               END-IF
               IF WS-GRP-SOURCE-ID NOT = SRT-SOURCE-ID
                   MOVE 'AUDIT OFFICE' TO RD-CHECK
                   MOVE WS-GRP-SOURCE-ID TO RD-EXPECTED
                   MOVE SRT-SOURCE-ID TO RD-ACTUAL
                   PERFORM WRITE-DETAIL-EXCEPTION
               END-IF
               IF WS-GRP-RULE-VERSION NOT = SRT-RULE-VERSION
                   MOVE 'AUDIT VER' TO RD-CHECK
                   MOVE WS-GRP-RULE-VERSION TO RD-EXPECTED
                   MOVE SRT-RULE-VERSION TO RD-ACTUAL
                   PERFORM WRITE-DETAIL-EXCEPTION
               END-IF
           END-IF.

       WRITE-DETAIL-EXCEPTION.
           SET DETAIL-HAS-EXCEPTION TO TRUE
           ADD 1 TO EXCEPTION-COUNT
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ENVELOPE-EXCEPTION.
           ADD 1 TO ENVELOPE-EXCEPTION-COUNT
           ADD 1 TO EXCEPTION-COUNT
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
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
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-XTR-GENERATION TO EV-GENERATION
           MOVE WS-XTR-RUN-DATE TO EV-RUN-DATE
           MOVE WS-XTR-RUN-ID TO EV-RUN-ID
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE 'NO HEADER' TO EV-TYPE-TEXT
               WHEN WS-XTR-TRANSMISSION-TYPE = SPACE
                   MOVE 'NIGHTLY' TO EV-TYPE-TEXT
               WHEN WS-XTR-TRANSMISSION-TYPE = 'I'
                   MOVE 'INTRADAY' TO EV-TYPE-TEXT
               WHEN OTHER
                   MOVE 'NOT CLASSIFIED' TO EV-TYPE-TEXT
           END-EVALUATE
           MOVE WS-ENVELOPE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RULE-SET-VERSION TO RS-RULE-VERSION
           MOVE WS-RULE-COUNT TO RS-RULE-COUNT
           MOVE WS-RULE-SET-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EXTRACT DETAILS (SEQXTR)' TO CN-CAPTION
           MOVE DETAIL-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'TRAILER DECLARED COUNT' TO CN-CAPTION
           MOVE WS-DECLARED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'AUDIT RECORDS FOR THE RUN' TO CN-CAPTION
           MOVE AUDIT-SELECTED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DETAILS VERIFIED CLEAN' TO CN-CAPTION
           MOVE VERIFIED-OK-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DETAILS WITH EXCEPTIONS' TO CN-CAPTION
           MOVE OFFENDING-DETAIL-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ENVELOPE EXCEPTIONS' TO CN-CAPTION
           MOVE ENVELOPE-EXCEPTION-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXCEPTIONS LISTED' TO CN-CAPTION
           MOVE EXCEPTION-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF EXCEPTION-COUNT = ZERO
               MOVE 'VERIFIED - RELEASE THE EXTRACT TO THE PICKUP'
                   TO WS-VERDICT-LINE
           ELSE
               MOVE 'NOT VERIFIED - HOLD THE EXTRACT, DO NOT RELEASE'
                   TO WS-VERDICT-LINE
           END-IF
           MOVE WS-VERDICT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *>  Record the verdict for a nightly extract on XVFCTL.  An
      *>  extract with no header cannot be named, so the control
      *>  is left as it was and the readers hold the extract.
       WRITE-VERIFY-CONTROL.
           IF HEADER-SEEN AND WS-XTR-TRANSMISSION-TYPE = SPACE
               OPEN OUTPUT CONTROL-FILE
               IF WS-XVFCTL-STATUS NOT = "00"
                   DISPLAY "Unable to open XVFCTL, status "
                           WS-XVFCTL-STATUS ", verdict not "
                           "recorded - the pickup will hold"
               ELSE
                   MOVE SPACES TO XVF-CONTROL-RECORD
                   MOVE WS-XTR-GENERATION TO XVF-GENERATION
                   MOVE WS-XTR-RUN-DATE TO XVF-RUN-DATE
                   MOVE WS-XTR-RUN-ID TO XVF-RUN-ID
                   IF EXCEPTION-COUNT = ZERO
                       SET XVF-RELEASE TO TRUE
                   ELSE
                       SET XVF-HOLD TO TRUE
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-STAMP
                   MOVE WS-RUN-END-STAMP(1:8) TO XVF-VERIFIED-DATE
                   MOVE WS-RUN-END-STAMP(9:6) TO XVF-VERIFIED-TIME
                   MOVE EXCEPTION-COUNT TO XVF-EXCEPTION-COUNT
                   WRITE XVF-CONTROL-RECORD
                   CLOSE CONTROL-FILE
               END-IF
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
               MOVE VERIFIED-OK-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
