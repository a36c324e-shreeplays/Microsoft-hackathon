      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDREL.
      *> ---------------------------------------------------------
      *> Release processing for the SEQHLD embargo held items.
      *> NUMBERPROC classifies and audits numbers covered by an
      *> SEQEMB embargo but holds them on SEQHLD instead of
      *> shipping them; this step lets them go.  Each held item
      *> is released automatically once no embargo in force
      *> today still covers it - its own embargo lifted, run out
      *> or removed, and no other embargo on its office or lane
      *> - or earlier on an authorized transaction.  A released
      *> item is written, result unchanged, in extract format to
      *> SEQXTRH for the allocation pickup and the master
      *> roll-in, and a clean audit record (flag 'N') is
      *> appended to SEQAUD so the number's history shows the
      *> release, stamped with the rule-set version that
      *> classified it - the same treatment SUSREL gives a
      *> repaired suspense item.  Everything not released or
      *> written off is carried forward to the next held-items
      *> generation (SEQHLDN) and stays listed on HLDRPT, and on
      *> the HLDAGE aging report, until it goes.
      *> Transactions:  'R' release early, 'W' formally write
      *> off; both carry an authorizer.  A written-off item is
      *> neither shipped nor carried forward; its write-off is
      *> audited on SEQAUD with flag 'W' so the number's history
      *> accounts for it.  A transaction that
      *> cannot be applied leaves its item held and is reported.
      *> SEQEMB must be present: without it every embargo would
      *> look lifted and the whole population would ship.
      *> The release extract goes out under its own
      *> transmission envelope (fresh generation off XTRGEN, see
      *> SEQXTR.cpy), like every other file we hand to
      *> allocation.
      *> RC=4 when any transaction could not be applied.  Items
      *> still held under an embargo in force are the normal
      *> state and do not raise the return code; HLDAGE reports
      *> how long they have waited.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE ASSIGN TO "SEQHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLD-STATUS.

           SELECT EMBARGO-FILE ASSIGN TO "SEQEMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQEMB-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "HLDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDTRAN-STATUS.

           SELECT NEW-HELD-FILE ASSIGN TO "SEQHLDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLDN-STATUS.

           SELECT RELEASE-EXTRACT-FILE ASSIGN TO "SEQXTRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTRH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SEQAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQAUD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDRPT-STATUS.

           SELECT GENERATION-FILE ASSIGN TO "XTRGEN"
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
       FD  HELD-FILE
           RECORDING MODE IS F.
       COPY "SEQHLD.cpy".

       FD  EMBARGO-FILE
           RECORDING MODE IS F.
       COPY "SEQEMB.cpy".

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
      *>  Action code: 'R' = release early, 'W' = formally
      *>  write off.
           05  TRN-ACTION-CODE        PIC X(1).
           05  TRN-SEQ-NUMBER         PIC X(9).
           05  TRN-AUTHORIZED-BY      PIC X(8).

       FD  NEW-HELD-FILE
           RECORDING MODE IS F.
       01  NEW-HELD-RECORD            PIC X(46).

       FD  RELEASE-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY "SEQXTR.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "SEQAUD.cpy".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       FD  GENERATION-FILE
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
       01  WS-SEQHLD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQEMB-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQHLDN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQXTRH-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDRPT-STATUS           PIC XX VALUE SPACES.
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
       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.

       01  WS-HLD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-HELD            VALUE 'Y'.
       01  WS-EMB-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-EMBARGO-FILE    VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.

      *>  Embargoes in force today, matched the way NUMBERPROC
      *>  matches them: a source embargo on the whole source id,
      *>  a lane embargo on the first byte of its key.
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
           05  WS-TRN-MAX             PIC 9(4) VALUE 5000.
           05  WS-TRN-ENTRY           OCCURS 5000 TIMES
                                      INDEXED BY TRN-IDX.
               10  WS-TRN-ACTION      PIC X(1).
               10  WS-TRN-NUMBER      PIC X(9).
               10  WS-TRN-AUTH-BY     PIC X(8).
               10  WS-TRN-USED-SWITCH PIC X(1).
       01  WS-MATCH-SWITCH            PIC X VALUE 'N'.
           88  TRANSACTION-FOUND      VALUE 'Y'.
       01  WS-MATCH-IDX               PIC 9(4) VALUE ZERO.

       01  WS-AUDIT-DATE-TIME         PIC X(21).
       01  WS-AUDIT-DATE REDEFINES WS-AUDIT-DATE-TIME.
           05  WS-AUDIT-DATE-8        PIC X(8).
           05  WS-AUDIT-TIME-6        PIC X(6).
           05  FILLER                 PIC X(7).

       01  WS-COUNTERS.
           05  HELD-IN-COUNT          PIC 9(7) VALUE ZERO.
           05  RELEASED-COUNT         PIC 9(7) VALUE ZERO.
           05  LIFTED-COUNT           PIC 9(7) VALUE ZERO.
           05  EARLY-RELEASE-COUNT    PIC 9(7) VALUE ZERO.
           05  WRITTEN-OFF-COUNT      PIC 9(7) VALUE ZERO.
           05  STILL-HELD-COUNT       PIC 9(7) VALUE ZERO.
           05  BAD-TRANSACTION-COUNT  PIC 9(7) VALUE ZERO.
           05  UNMATCHED-TRAN-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'HLDREL'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-REPORT-HEADER-2.
           05  FILLER                 PIC X(9)  VALUE 'SEQ NO.'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE 'CLSS'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE 'RESULT'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE 'EMBARGO'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE 'AUTH BY'.
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  RD-SEQ-NUMBER          PIC Z(8)9.
           05  RD-SEQ-NUMBER-X REDEFINES RD-SEQ-NUMBER
                                      PIC X(9).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-CLASS-CODE          PIC X(4).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-RESULT              PIC Z(8)9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-DISPOSITION         PIC X(11).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-EMBARGO-TYPE        PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-EMBARGO-KEY         PIC X(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RD-AUTHORIZED-BY       PIC X(8).
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  WS-REPORT-TOTALS-LINE.
           05  FILLER                 PIC X(7)  VALUE 'ITEMS: '.
           05  RT-HELD-IN-COUNT       PIC Z(6)9.
           05  FILLER                 PIC X(12) VALUE '  RELEASED: '.
           05  RT-RELEASED-COUNT      PIC Z(6)9.
           05  FILLER                 PIC X(15) VALUE '  WRITTEN OFF: '.
           05  RT-WRITTEN-OFF-COUNT   PIC Z(6)9.
           05  FILLER                 PIC X(8)  VALUE '  HELD: '.
           05  RT-STILL-HELD-COUNT    PIC Z(6)9.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-REPORT-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           MOVE WS-RUN-START-STAMP(1:8) TO WS-RUN-DATE-YMD

           OPEN INPUT TRANSACTION-FILE
           IF WS-HLDTRAN-STATUS NOT = "00"
               DISPLAY "Unable to open HLDTRAN, status "
                       WS-HLDTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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

           OPEN INPUT HELD-FILE
           IF WS-SEQHLD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLD, status " WS-SEQHLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-HELD-FILE
           IF WS-SEQHLDN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLDN, status "
                       WS-SEQHLDN-STATUS
               CLOSE HELD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RELEASE-EXTRACT-FILE
           IF WS-SEQXTRH-STATUS NOT = "00"
               DISPLAY "Unable to open SEQXTRH, status "
                       WS-SEQXTRH-STATUS
               CLOSE HELD-FILE
               CLOSE NEW-HELD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-SEQAUD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQAUD, status " WS-SEQAUD-STATUS
               CLOSE HELD-FILE
               CLOSE NEW-HELD-FILE
               CLOSE RELEASE-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-HLDRPT-STATUS NOT = "00"
               DISPLAY "Unable to open HLDRPT, status " WS-HLDRPT-STATUS
               CLOSE HELD-FILE
               CLOSE NEW-HELD-FILE
               CLOSE RELEASE-EXTRACT-FILE
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM TAKE-NEXT-GENERATION
           PERFORM WRITE-RELEASE-ENVELOPE-HEADER

           PERFORM READ-HELD-RECORD
           PERFORM UNTIL END-OF-HELD
               PERFORM DISPOSE-OF-HELD-ITEM
               PERFORM READ-HELD-RECORD
           END-PERFORM

           PERFORM WRITE-RELEASE-ENVELOPE-TRAILER
           PERFORM REPORT-UNMATCHED-TRANSACTIONS

           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-REPORT-FOOTER

           CLOSE HELD-FILE
           CLOSE NEW-HELD-FILE
           CLOSE RELEASE-EXTRACT-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE

           PERFORM SAVE-GENERATION

           DISPLAY "Held items read: " HELD-IN-COUNT
           DISPLAY "Released onto SEQXTRH: " RELEASED-COUNT
           DISPLAY "  of which embargo lifted: " LIFTED-COUNT
           DISPLAY "  of which released early: " EARLY-RELEASE-COUNT
           DISPLAY "Written off: " WRITTEN-OFF-COUNT
           DISPLAY "Still held under embargo: " STILL-HELD-COUNT
           DISPLAY "Transactions that could not apply: "
                   BAD-TRANSACTION-COUNT
           DISPLAY "Transactions matching no held item: "
                   UNMATCHED-TRAN-COUNT

           IF BAD-TRANSACTION-COUNT NOT = ZERO
            OR UNMATCHED-TRAN-COUNT NOT = ZERO
               DISPLAY "One or more transactions could not be "
                       "applied, see HLDRPT"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

       LOAD-TRANSACTION-TABLE.
           PERFORM UNTIL END-OF-TRANSACTIONS
               READ TRANSACTION-FILE
                   AT END
                       SET END-OF-TRANSACTIONS TO TRUE
                   NOT AT END
                       IF WS-TRN-COUNT >= WS-TRN-MAX
                           DISPLAY "Transaction table full at "
                                   WS-TRN-MAX " entries, raise "
                                   "WS-TRN-MAX"
                           CLOSE TRANSACTION-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-TRN-COUNT
                       SET TRN-IDX TO WS-TRN-COUNT
                       MOVE TRN-ACTION-CODE
                           TO WS-TRN-ACTION (TRN-IDX)
                       MOVE TRN-SEQ-NUMBER
                           TO WS-TRN-NUMBER (TRN-IDX)
                       MOVE TRN-AUTHORIZED-BY
                           TO WS-TRN-AUTH-BY (TRN-IDX)
                       MOVE 'N' TO WS-TRN-USED-SWITCH (TRN-IDX)
               END-READ
           END-PERFORM.

      *>  Only embargoes in force today are kept; an unusable
      *>  record is skipped, as NUMBERPROC skips it, so it holds
      *>  nothing here either.
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

       READ-HELD-RECORD.
           READ HELD-FILE
               AT END
                   SET END-OF-HELD TO TRUE
               NOT AT END
                   ADD 1 TO HELD-IN-COUNT
           END-READ.

      *>  A transaction decides the item first; without one the
      *>  item goes out only if no embargo still covers it.
       DISPOSE-OF-HELD-ITEM.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-IDX
           MOVE HLD-SEQ-NUMBER TO RD-SEQ-NUMBER
           MOVE HLD-CLASS-CODE TO RD-CLASS-CODE
           MOVE HLD-RESULT TO RD-RESULT
           MOVE HLD-EMBARGO-TYPE TO RD-EMBARGO-TYPE
           MOVE HLD-EMBARGO-KEY TO RD-EMBARGO-KEY
           MOVE SPACES TO RD-AUTHORIZED-BY
           IF WS-TRN-COUNT NOT = ZERO
               PERFORM VARYING TRN-IDX FROM 1 BY 1
                       UNTIL TRN-IDX > WS-TRN-COUNT
                          OR TRANSACTION-FOUND
                   IF WS-TRN-NUMBER (TRN-IDX) NUMERIC
                      AND FUNCTION NUMVAL(WS-TRN-NUMBER (TRN-IDX))
                          = HLD-SEQ-NUMBER
                      AND WS-TRN-USED-SWITCH (TRN-IDX) = 'N'
                       SET TRANSACTION-FOUND TO TRUE
                       SET WS-MATCH-IDX TO TRN-IDX
                       MOVE 'Y' TO WS-TRN-USED-SWITCH (TRN-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF TRANSACTION-FOUND
               SET TRN-IDX TO WS-MATCH-IDX
               PERFORM APPLY-HELD-TRANSACTION
           ELSE
               PERFORM CHECK-EMBARGO
               IF EMBARGO-IN-FORCE
                   PERFORM CARRY-ITEM-FORWARD
                   MOVE 'HELD' TO RD-DISPOSITION
               ELSE
                   PERFORM RELEASE-HELD-ITEM
                   ADD 1 TO LIFTED-COUNT
                   MOVE 'LIFTED' TO RD-DISPOSITION
               END-IF
           END-IF
           PERFORM WRITE-REPORT-DETAIL.

       APPLY-HELD-TRANSACTION.
           EVALUATE TRUE
               WHEN WS-TRN-AUTH-BY (TRN-IDX) = SPACES
                   DISPLAY "Held-item transaction for "
                           WS-TRN-NUMBER (TRN-IDX)
                           " has no authorizer"
                   ADD 1 TO BAD-TRANSACTION-COUNT
                   PERFORM CARRY-ITEM-FORWARD
                   MOVE 'BAD TRANS' TO RD-DISPOSITION
               WHEN WS-TRN-ACTION (TRN-IDX) = 'W'
                   ADD 1 TO WRITTEN-OFF-COUNT
                   MOVE 'W' TO AUD-SIZE-ERROR-FLAG
                   PERFORM WRITE-HELD-AUDIT-RECORD
                   MOVE 'WRITTEN OFF' TO RD-DISPOSITION
                   MOVE WS-TRN-AUTH-BY (TRN-IDX)
                       TO RD-AUTHORIZED-BY
               WHEN WS-TRN-ACTION (TRN-IDX) = 'R'
                   PERFORM RELEASE-HELD-ITEM
                   ADD 1 TO EARLY-RELEASE-COUNT
                   MOVE 'RELEASED' TO RD-DISPOSITION
                   MOVE WS-TRN-AUTH-BY (TRN-IDX)
                       TO RD-AUTHORIZED-BY
               WHEN OTHER
                   DISPLAY "Invalid held-item transaction for "
                           WS-TRN-NUMBER (TRN-IDX)
                           ", action " WS-TRN-ACTION (TRN-IDX)
                   ADD 1 TO BAD-TRANSACTION-COUNT
                   PERFORM CARRY-ITEM-FORWARD
                   MOVE 'BAD TRANS' TO RD-DISPOSITION
           END-EVALUATE.

      *>  Settles whether any embargo in force today covers the
      *>  item - not only the one that held it, so an item held
      *>  under an office embargo stays held while its lane is
      *>  embargoed too.
       CHECK-EMBARGO.
           MOVE 'N' TO WS-EMBARGO-SWITCH
           IF WS-EMB-COUNT NOT = ZERO
               PERFORM VARYING EMB-IDX FROM 1 BY 1
                       UNTIL EMB-IDX > WS-EMB-COUNT
                          OR EMBARGO-IN-FORCE
                   IF (WS-EMB-KEY-TYPE (EMB-IDX) = 'S'
                       AND WS-EMB-KEY-VALUE (EMB-IDX)
                           = HLD-SOURCE-ID)
                   OR (WS-EMB-KEY-TYPE (EMB-IDX) = 'L'
                       AND WS-EMB-KEY-VALUE (EMB-IDX) (1:1)
                           = HLD-LANE-CODE)
                       SET EMBARGO-IN-FORCE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *>  A released item goes out in extract format for the
      *>  pickup and the master roll-in, and its release is
      *>  audited with a clean flag so the number's history (and
      *>  MSTVERIF's derivation) shows it shipped.
       RELEASE-HELD-ITEM.
           ADD 1 TO RELEASED-COUNT
           MOVE SPACES TO SEQXTR-RECORD
           MOVE HLD-SEQ-NUMBER TO SEQXTR-SEQ-NUMBER
           MOVE HLD-LANE-CODE TO SEQXTR-LANE-CODE
           MOVE HLD-RESULT TO SEQXTR-RESULT
           MOVE 'N' TO SEQXTR-SIZE-ERROR-FLAG
           MOVE HLD-SOURCE-ID TO SEQXTR-SOURCE-ID
           MOVE HLD-RULE-VERSION TO SEQXTR-RULE-VERSION
           WRITE SEQXTR-RECORD
           COMPUTE WS-XTR-RESULT-HASH =
               FUNCTION MOD(WS-XTR-RESULT-HASH + HLD-RESULT,
                   1000000000000)
           MOVE 'N' TO AUD-SIZE-ERROR-FLAG
           PERFORM WRITE-HELD-AUDIT-RECORD.

      *>  The held item's audit record, dated now; the caller
      *>  sets the flag - 'N' for a release, 'W' for a write-off.
       WRITE-HELD-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
           MOVE HLD-SEQ-NUMBER TO AUD-SEQ-NUMBER
           MOVE HLD-CLASS-CODE TO AUD-CLASS-CODE
           MOVE HLD-RESULT TO AUD-RESULT
           MOVE WS-AUDIT-DATE-8 TO AUD-RUN-DATE
           MOVE WS-AUDIT-TIME-6 TO AUD-RUN-TIME
           MOVE HLD-SOURCE-ID TO AUD-SOURCE-ID
           MOVE HLD-RULE-VERSION TO AUD-RULE-VERSION
           WRITE AUDIT-RECORD.

       CARRY-ITEM-FORWARD.
           ADD 1 TO STILL-HELD-COUNT
           MOVE HELD-RECORD TO NEW-HELD-RECORD
           WRITE NEW-HELD-RECORD.

       REPORT-UNMATCHED-TRANSACTIONS.
           IF WS-TRN-COUNT NOT = ZERO
               PERFORM VARYING TRN-IDX FROM 1 BY 1
                       UNTIL TRN-IDX > WS-TRN-COUNT
                   IF WS-TRN-USED-SWITCH (TRN-IDX) = 'N'
                       ADD 1 TO UNMATCHED-TRAN-COUNT
                       MOVE WS-TRN-NUMBER (TRN-IDX)
                           TO RD-SEQ-NUMBER-X
                       MOVE SPACES TO RD-CLASS-CODE
                       MOVE ZERO TO RD-RESULT
                       MOVE 'NOT HELD' TO RD-DISPOSITION
                       MOVE SPACES TO RD-EMBARGO-TYPE RD-EMBARGO-KEY
                       MOVE WS-TRN-AUTH-BY (TRN-IDX)
                           TO RD-AUTHORIZED-BY
                       PERFORM WRITE-REPORT-DETAIL
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-NEXT-GENERATION.
           OPEN INPUT GENERATION-FILE
           IF WS-XTRGEN-STATUS = "00"
               PERFORM UNTIL END-OF-GENERATION-FILE
                   READ GENERATION-FILE
                       AT END
                           SET END-OF-GENERATION-FILE TO TRUE
                       NOT AT END
                           IF GEN-LAST-GENERATION NUMERIC
                               MOVE GEN-LAST-GENERATION
                                   TO WS-EXTRACT-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           ELSE
               DISPLAY "No XTRGEN control available, status "
                       WS-XTRGEN-STATUS
                       " - generation series restarts at 1"
           END-IF
           ADD 1 TO WS-EXTRACT-GENERATION
               ON SIZE ERROR
                   MOVE 1 TO WS-EXTRACT-GENERATION
           END-ADD
           DISPLAY "Release transmission generation: "
                   WS-EXTRACT-GENERATION.

       WRITE-RELEASE-ENVELOPE-HEADER.
           MOVE SPACES TO SEQXTR-HEADER-RECORD
           MOVE 'H' TO XTH-RECORD-TYPE
           MOVE WS-RUN-DATE-YMD TO XTH-RUN-DATE
           MOVE WS-PROGRAM-NAME TO XTH-RUN-ID
           MOVE WS-EXTRACT-GENERATION TO XTH-GENERATION
           WRITE SEQXTR-HEADER-RECORD.

       WRITE-RELEASE-ENVELOPE-TRAILER.
           MOVE SPACES TO SEQXTR-TRAILER-RECORD
           MOVE 'T' TO XTT-RECORD-TYPE
           MOVE RELEASED-COUNT TO XTT-RECORD-COUNT
           MOVE WS-XTR-RESULT-HASH TO XTT-RESULT-HASH
           WRITE SEQXTR-TRAILER-RECORD.

       SAVE-GENERATION.
           OPEN OUTPUT GENERATION-FILE
           IF WS-XTRGEN-STATUS NOT = "00"
               DISPLAY "Unable to rewrite XTRGEN, status "
                       WS-XTRGEN-STATUS
                       " - next run will reuse generation "
                       WS-EXTRACT-GENERATION
           ELSE
               MOVE WS-EXTRACT-GENERATION TO GEN-LAST-GENERATION
               WRITE GENERATION-RECORD
               CLOSE GENERATION-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE HELD-IN-COUNT      TO RT-HELD-IN-COUNT
           MOVE RELEASED-COUNT     TO RT-RELEASED-COUNT
           MOVE WRITTEN-OFF-COUNT  TO RT-WRITTEN-OFF-COUNT
           MOVE STILL-HELD-COUNT   TO RT-STILL-HELD-COUNT
           MOVE WS-REPORT-TOTALS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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
               MOVE HELD-IN-COUNT TO RLG-RECORDS-IN
               MOVE RELEASED-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
