      *> format to SEQXTRS for the allocation pickup and the
      *> master roll-in, and a clean audit record (flag 'N') is
      *> appended to SEQAUD so the number's history shows the
      *> repair, both stamped with the rule-set version that
      *> classified the item - or formally write the item off.  Everything
      *> untouched is carried forward to the next suspense
      *> generation (SEQSUSN) and stays listed on SUSRPT until
      *> cleared, so the population cannot quietly age out of
      *> 'W' write off; both carry an authorizer.  A transaction
      *> that cannot be applied leaves its item in suspense and
      *> is reported.
      *> A size error on a number whose office or lane is under
      *> an SEQEMB embargo is still suspended here, not held on
      *> SEQHLD, so a release is checked against the embargoes
      *> in force today the way HLDREL checks them: while one
      *> covers the item, an 'R' is not applied and the item is
      *> carried forward as EMBARGOED - supply the release again
      *> once the embargo is lifted.  A write-off ships nothing
      *> and is applied regardless.  SEQEMB must be present, as
      *> it must for HLDREL.
      *> The release extract goes out under its own
      *> transmission envelope (fresh generation off XTRGEN, see
      *> SEQXTR.cpy), like every other file we hand to
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSUS-STATUS.

           SELECT EMBARGO-FILE ASSIGN TO "SEQEMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQEMB-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "SUSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSTRAN-STATUS.
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
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY "SEQSUS.cpy".

       FD  EMBARGO-FILE
           RECORDING MODE IS F.
       COPY "SEQEMB.cpy".

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.

       FD  NEW-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  NEW-SUSPENSE-RECORD        PIC X(41).

       FD  RELEASE-EXTRACT-FILE
           RECORDING MODE IS F.
       01  GENERATION-RECORD.
           05  GEN-LAST-GENERATION    PIC 9(6).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQSUS-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQEMB-STATUS           PIC XX VALUE SPACES.
       01  WS-SUSTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQSUSN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQXTRS-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-SUSRPT-STATUS           PIC XX VALUE SPACES.
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
       01  WS-XTR-RESULT-HASH         PIC 9(12) VALUE ZERO.
       01  WS-REPAIR-RESULT           PIC 9(9) VALUE ZERO.
       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.

       01  WS-SUS-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-SUSPENSE        VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.
       01  WS-EMB-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-EMBARGO-FILE    VALUE 'Y'.

      *>  Embargoes in force today, matched the way NUMBERPROC
      *>  and HLDREL match them: a source embargo on the whole
      *>  source id, a lane embargo on the first byte of its key.
       01  WS-EMBARGO-TABLE.
           05  WS-EMB-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-EMB-MAX             PIC 9(4) VALUE 200.
           05  WS-EMB-ENTRY           OCCURS 200 TIMES
                                      INDEXED BY EMB-IDX.
               10  WS-EMB-KEY-TYPE    PIC X(1).
               10  WS-EMB-KEY-VALUE   PIC X(4).
       01  WS-EMBARGO-SWITCH          PIC X VALUE 'N'.
           88  EMBARGO-IN-FORCE       VALUE 'Y'.

       01  WS-TRANSACTION-TABLE.
           05  WS-TRN-COUNT           PIC 9(4) VALUE ZERO.
           05  STILL-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  BAD-TRANSACTION-COUNT  PIC 9(7) VALUE ZERO.
           05  UNMATCHED-TRAN-COUNT   PIC 9(7) VALUE ZERO.
           05  EMBARGOED-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'SUSREL'.
       01  WS-CURRENT-DATE-TIME.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE WS-RUN-START-STAMP(1:8) TO WS-RUN-DATE-YMD

           OPEN INPUT TRANSACTION-FILE
           IF WS-SUSTRAN-STATUS NOT = "00"
           PERFORM LOAD-TRANSACTION-TABLE
           CLOSE TRANSACTION-FILE

           OPEN INPUT EMBARGO-FILE
           IF WS-SEQEMB-STATUS NOT = "00"
               DISPLAY "Unable to open SEQEMB, status "
                       WS-SEQEMB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-EMBARGO-TABLE
           CLOSE EMBARGO-FILE

           OPEN INPUT SUSPENSE-FILE
           IF WS-SEQSUS-STATUS NOT = "00"
               DISPLAY "Unable to open SEQSUS, status " WS-SEQSUS-STATUS
                   BAD-TRANSACTION-COUNT
           DISPLAY "Transactions matching no suspense item: "
                   UNMATCHED-TRAN-COUNT
           DISPLAY "Releases withheld under embargo: "
                   EMBARGOED-COUNT

           IF STILL-HELD-COUNT NOT = ZERO
            OR BAD-TRANSACTION-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

               END-READ
           END-PERFORM.

      *>  Only embargoes in force today are kept; an unusable
      *>  record is skipped, as NUMBERPROC skips it.
       LOAD-EMBARGO-TABLE.
           PERFORM UNTIL END-OF-EMBARGO-FILE
               READ EMBARGO-FILE
                   AT END
                       SET END-OF-EMBARGO-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-EMBARGO-ENTRY
               END-READ
           END-PERFORM
           DISPLAY "Embargoes in force: " WS-EMB-COUNT.

       ADD-EMBARGO-ENTRY.
           IF (NOT EMBARGO-ON-LANE AND NOT EMBARGO-ON-SOURCE)
              OR EMB-KEY-VALUE = SPACES
              OR EMB-EFFECTIVE-FROM NOT NUMERIC
              OR (EMB-EFFECTIVE-TO NOT = SPACES
                  AND EMB-EFFECTIVE-TO NOT NUMERIC)
               DISPLAY "Unusable SEQEMB record skipped: "
                       EMBARGO-RECORD
           ELSE
               IF EMB-EFFECTIVE-FROM <= WS-RUN-DATE-YMD
                  AND (EMB-EFFECTIVE-TO = SPACES
                       OR EMB-EFFECTIVE-TO >= WS-RUN-DATE-YMD)
                   IF WS-EMB-COUNT >= WS-EMB-MAX
                       DISPLAY "Embargo table full at "
                               WS-EMB-MAX " entries"
                       CLOSE EMBARGO-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-EMB-COUNT
                   SET EMB-IDX TO WS-EMB-COUNT
                   MOVE EMB-KEY-TYPE TO WS-EMB-KEY-TYPE (EMB-IDX)
                   MOVE EMB-KEY-VALUE TO WS-EMB-KEY-VALUE (EMB-IDX)
               END-IF
           END-IF.

       READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END
                       TO RD-AUTHORIZED-BY
               WHEN WS-TRN-ACTION (TRN-IDX) = 'R'
                AND WS-TRN-REPAIR (TRN-IDX) NUMERIC
                   PERFORM CHECK-EMBARGO
                   IF EMBARGO-IN-FORCE
                       DISPLAY "Release of " WS-TRN-NUMBER (TRN-IDX)
                               " withheld, office or lane under "
                               "embargo"
                       ADD 1 TO EMBARGOED-COUNT
                       PERFORM CARRY-ITEM-FORWARD
                       MOVE 'EMBARGOED' TO RD-DISPOSITION
                   ELSE
                       PERFORM RELEASE-REPAIRED-ITEM
                       ADD 1 TO RELEASED-COUNT
                       MOVE 'RELEASED' TO RD-DISPOSITION
                   END-IF
                   MOVE WS-TRN-REPAIR (TRN-IDX) TO RD-NEW-VALUE
                   MOVE WS-TRN-AUTH-BY (TRN-IDX)
                       TO RD-AUTHORIZED-BY
                   MOVE 'BAD TRANS' TO RD-DISPOSITION
           END-EVALUATE.

       CHECK-EMBARGO.
           MOVE 'N' TO WS-EMBARGO-SWITCH
           IF WS-EMB-COUNT NOT = ZERO
               PERFORM VARYING EMB-IDX FROM 1 BY 1
                       UNTIL EMB-IDX > WS-EMB-COUNT
                          OR EMBARGO-IN-FORCE
                   IF (WS-EMB-KEY-TYPE (EMB-IDX) = 'S'
                       AND WS-EMB-KEY-VALUE (EMB-IDX)
                           = SUS-SOURCE-ID)
                   OR (WS-EMB-KEY-TYPE (EMB-IDX) = 'L'
                       AND WS-EMB-KEY-VALUE (EMB-IDX) (1:1)
                           = SUS-LANE-CODE)
                       SET EMBARGO-IN-FORCE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *>  A released item goes out in extract format for the
      *>  pickup and the master roll-in, and its repair is
      *>  audited with a clean flag so the number's history (and
           MOVE WS-TRN-REPAIR (TRN-IDX) TO SEQXTR-RESULT
           MOVE 'N' TO SEQXTR-SIZE-ERROR-FLAG
           MOVE SUS-SOURCE-ID TO SEQXTR-SOURCE-ID
           MOVE SUS-RULE-VERSION TO SEQXTR-RULE-VERSION
           WRITE SEQXTR-RECORD
           MOVE WS-TRN-REPAIR (TRN-IDX) TO WS-REPAIR-RESULT
           COMPUTE WS-XTR-RESULT-HASH =
           MOVE WS-AUDIT-TIME-6 TO AUD-RUN-TIME
           MOVE 'N' TO AUD-SIZE-ERROR-FLAG
           MOVE SUS-SOURCE-ID TO AUD-SOURCE-ID
           MOVE SUS-RULE-VERSION TO AUD-RULE-VERSION
           WRITE AUDIT-RECORD.

       CARRY-ITEM-FORWARD.
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
               MOVE SUSPENSE-IN-COUNT TO RLG-RECORDS-IN
               MOVE RELEASED-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
