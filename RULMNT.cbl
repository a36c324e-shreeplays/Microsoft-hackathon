      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULMNT.
      *> ---------------------------------------------------------
      *> Maintenance for the SEQRUL classification rule set.
      *> Applies a transaction file (RULTRAN) of adds, changes
      *> and retirements to the current SEQRUL and writes the
      *> updated rule set to SEQRULN; the job then swaps SEQRULN
      *> in as the live dataset (see jcl/RULMNT.jcl).  Every
      *> applied transaction is logged on RULLOG with its before
      *> and after images - the same discipline PARMMNT gives the
      *> run parameters - so a lane taxonomy change leaves an
      *> audit trail instead of being a hand edit of the file.
      *> Transactions (keyed by RUL-PRIORITY):  'A' add a rule,
      *> 'C' change every field of an existing rule, 'R' retire
      *> one.  A rule must have a numeric, nonzero divisor, a
      *> numeric factor, op 'M' or 'A', a lane code, and a class
      *> text other than 'REJ ' or 'REV ' (both reserved on the
      *> SEQAUD audit trail); a class may not be given to a
      *> second rule on a different lane (MSTVERIF maps class
      *> back to lane).
      *> Rule-set versioning: RULVER holds the version number of
      *> the live rule set.  A run that applies any change writes
      *> the next version to RULVERN, which the job swaps in with
      *> SEQRULN; NUMBERPROC stamps the version in force on every
      *> audit, extract and suspense record it writes, so any
      *> historical classification can be explained by the rules
      *> that produced it.  A run that applies nothing carries the
      *> version forward unchanged.
      *> A transaction that cannot be applied is logged 'REJECTED'
      *> and the run ends RC=4 so nothing is swapped in
      *> unreviewed; a result with no catch-all rule (divisor
      *> 000000001) left in force is treated the same way.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "SEQRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRUL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "RULTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULTRAN-STATUS.

           SELECT NEW-RULES-FILE ASSIGN TO "SEQRULN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRULN-STATUS.

           SELECT VERSION-FILE ASSIGN TO "RULVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULVER-STATUS.

           SELECT NEW-VERSION-FILE ASSIGN TO "RULVERN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULVERN-STATUS.

           SELECT LOG-FILE ASSIGN TO "RULLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE
           RECORDING MODE IS F.
       COPY "SEQRUL.cpy".

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
      *>  Action code: 'A' = add, 'C' = change, 'R' = retire.
           05  TRN-ACTION-CODE        PIC X(1).
           05  TRN-PRIORITY           PIC X(2).
           05  TRN-DIVISOR            PIC X(9).
           05  TRN-CLASS-TEXT         PIC X(4).
           05  TRN-LANE-CODE          PIC X(1).
           05  TRN-RESULT-OP          PIC X(1).
           05  TRN-RESULT-FACTOR      PIC X(9).

       FD  NEW-RULES-FILE
           RECORDING MODE IS F.
       01  NEW-RULE-RECORD            PIC X(26).

      *>  Rule-set version control: version number of the live
      *>  SEQRUL and the date that version was applied.
       FD  VERSION-FILE
           RECORDING MODE IS F.
       01  RULE-VERSION-RECORD.
           05  RVR-RULE-VERSION       PIC 9(6).
           05  RVR-APPLIED-DATE       PIC X(8).

       FD  NEW-VERSION-FILE
           RECORDING MODE IS F.
       01  NEW-RULE-VERSION-RECORD.
           05  NRV-RULE-VERSION       PIC 9(6).
           05  NRV-APPLIED-DATE       PIC X(8).

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SEQRUL-STATUS           PIC XX VALUE SPACES.
       01  WS-RULTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQRULN-STATUS          PIC XX VALUE SPACES.
       01  WS-RULVER-STATUS           PIC XX VALUE SPACES.
       01  WS-RULVERN-STATUS          PIC XX VALUE SPACES.
       01  WS-RULLOG-STATUS           PIC XX VALUE SPACES.

       01  WS-RULE-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-RULES-FILE      VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.

      *>  A retired entry is marked rather than shifted so the
      *>  table indexes stay stable while transactions apply.
      *>  The table holds as many rules as NUMBERPROC can load.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-RULE-MAX            PIC 9(4) VALUE 50.
           05  WS-RULE-ENTRY          OCCURS 50 TIMES
                                      INDEXED BY RUL-IDX.
               10  WS-RUL-PRIORITY    PIC X(2).
               10  WS-RUL-DIVISOR     PIC X(9).
               10  WS-RUL-CLASS-TEXT  PIC X(4).
               10  WS-RUL-LANE-CODE   PIC X(1).
               10  WS-RUL-RESULT-OP   PIC X(1).
               10  WS-RUL-FACTOR      PIC X(9).
               10  WS-RUL-DELETED-SW  PIC X(1).

       01  WS-MATCH-SWITCH            PIC X VALUE 'N'.
           88  RULE-ENTRY-FOUND       VALUE 'Y'.
       01  WS-MATCH-IDX               PIC 9(4) VALUE ZERO.
       01  WS-CLASS-CONFLICT-SWITCH   PIC X VALUE 'N'.
           88  CLASS-ON-OTHER-LANE    VALUE 'Y'.
       01  WS-CATCH-ALL-SWITCH        PIC X VALUE 'N'.
           88  CATCH-ALL-PRESENT      VALUE 'Y'.
       01  WS-ACTIVE-RULE-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-WRITE-PRIORITY          PIC 9(3) VALUE ZERO.

       01  WS-CURRENT-VERSION         PIC 9(6) VALUE ZERO.
       01  WS-CURRENT-APPLIED-DATE    PIC X(8) VALUE SPACES.
       01  WS-NEW-VERSION             PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.

       01  WS-COUNTERS.
           05  TRAN-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  ADDED-COUNT            PIC 9(7) VALUE ZERO.
           05  CHANGED-COUNT          PIC 9(7) VALUE ZERO.
           05  RETIRED-COUNT          PIC 9(7) VALUE ZERO.
           05  REJECTED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'RULMNT'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-LOG-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  LH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  LH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(38) VALUE SPACES.

       01  WS-LOG-DETAIL-LINE.
           05  LD-TAG                 PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-ACTION              PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-PRIORITY            PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-DIVISOR             PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-CLASS-TEXT          PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-LANE-CODE           PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-RESULT-OP           PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-RESULT-FACTOR       PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-COMMENT             PIC X(20).
           05  FILLER                 PIC X(7)  VALUE SPACES.

       01  WS-LOG-VERSION-LINE.
           05  FILLER                 PIC X(18)
                                      VALUE 'RULE SET VERSION: '.
           05  LV-OLD-VERSION         PIC 9(6).
           05  FILLER                 PIC X(4)  VALUE ' -> '.
           05  LV-NEW-VERSION         PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LV-COMMENT             PIC X(30).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-LOG-TOTALS-LINE.
           05  FILLER                 PIC X(7)  VALUE 'TRANS: '.
           05  LT-TRAN-READ-COUNT     PIC Z(5)9.
           05  FILLER                 PIC X(8)  VALUE ' ADDED: '.
           05  LT-ADDED-COUNT         PIC Z(5)9.
           05  FILLER                 PIC X(10) VALUE ' CHANGED: '.
           05  LT-CHANGED-COUNT       PIC Z(5)9.
           05  FILLER                 PIC X(10) VALUE ' RETIRED: '.
           05  LT-RETIRED-COUNT       PIC Z(5)9.
           05  FILLER                 PIC X(11) VALUE ' REJECTED: '.
           05  LT-REJECTED-COUNT      PIC Z(5)9.
           05  FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-LOG-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".

           OPEN INPUT RULES-FILE
           IF WS-SEQRUL-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRUL, status "
                       WS-SEQRUL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-RULTRAN-STATUS NOT = "00"
               DISPLAY "Unable to open RULTRAN, status "
                       WS-RULTRAN-STATUS
               CLOSE RULES-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-RULES-FILE
           IF WS-SEQRULN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRULN, status "
                       WS-SEQRULN-STATUS
               CLOSE RULES-FILE
               CLOSE TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LOG-FILE
           IF WS-RULLOG-STATUS NOT = "00"
               DISPLAY "Unable to open RULLOG, status "
                       WS-RULLOG-STATUS
               CLOSE RULES-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NEW-RULES-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-LOG-HEADER

           PERFORM READ-RULE-VERSION
           PERFORM LOAD-RULE-TABLE

           PERFORM READ-TRANSACTION
           PERFORM UNTIL END-OF-TRANSACTIONS
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM

           PERFORM CHECK-CATCH-ALL-RULE
           PERFORM WRITE-NEW-RULE-FILE
           PERFORM WRITE-NEW-RULE-VERSION

           PERFORM WRITE-LOG-VERSION
           PERFORM WRITE-LOG-TOTALS
           PERFORM WRITE-LOG-FOOTER

           CLOSE RULES-FILE
           CLOSE TRANSACTION-FILE
           CLOSE NEW-RULES-FILE
           CLOSE LOG-FILE

           DISPLAY "Transactions read: " TRAN-READ-COUNT
           DISPLAY "Added: " ADDED-COUNT
           DISPLAY "Changed: " CHANGED-COUNT
           DISPLAY "Retired: " RETIRED-COUNT
           DISPLAY "Rejected: " REJECTED-COUNT
           DISPLAY "Rule set version: " WS-NEW-VERSION

           IF REJECTED-COUNT NOT = ZERO
               DISPLAY "One or more transactions were rejected, "
                       "see RULLOG"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End".
           STOP RUN.

      *>  An empty RULVER means no version has been applied yet;
      *>  the first rule-set change then becomes version 1.
       READ-RULE-VERSION.
           OPEN INPUT VERSION-FILE
           IF WS-RULVER-STATUS NOT = "00"
               DISPLAY "Unable to open RULVER, status "
                       WS-RULVER-STATUS
               CLOSE RULES-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NEW-RULES-FILE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ VERSION-FILE
               AT END
                   MOVE ZERO TO WS-CURRENT-VERSION
                   MOVE SPACES TO WS-CURRENT-APPLIED-DATE
               NOT AT END
                   IF RVR-RULE-VERSION NUMERIC
                       MOVE RVR-RULE-VERSION TO WS-CURRENT-VERSION
                   ELSE
                       MOVE ZERO TO WS-CURRENT-VERSION
                   END-IF
                   MOVE RVR-APPLIED-DATE TO WS-CURRENT-APPLIED-DATE
           END-READ
           CLOSE VERSION-FILE
           DISPLAY "Current rule set version: " WS-CURRENT-VERSION.

       LOAD-RULE-TABLE.
           PERFORM UNTIL END-OF-RULES-FILE
               READ RULES-FILE
                   AT END
                       SET END-OF-RULES-FILE TO TRUE
                   NOT AT END
                       IF WS-RULE-COUNT >= WS-RULE-MAX
                           DISPLAY "Rule table full at "
                                   WS-RULE-MAX " entries"
                           CLOSE RULES-FILE
                           CLOSE TRANSACTION-FILE
                           CLOSE NEW-RULES-FILE
                           CLOSE LOG-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-RULE-COUNT
                       SET RUL-IDX TO WS-RULE-COUNT
                       MOVE RUL-PRIORITY TO WS-RUL-PRIORITY (RUL-IDX)
                       MOVE RUL-DIVISOR TO WS-RUL-DIVISOR (RUL-IDX)
                       MOVE RUL-CLASS-TEXT
                           TO WS-RUL-CLASS-TEXT (RUL-IDX)
                       MOVE RUL-LANE-CODE
                           TO WS-RUL-LANE-CODE (RUL-IDX)
                       MOVE RUL-RESULT-OP
                           TO WS-RUL-RESULT-OP (RUL-IDX)
                       MOVE RUL-RESULT-FACTOR
                           TO WS-RUL-FACTOR (RUL-IDX)
                       MOVE 'N' TO WS-RUL-DELETED-SW (RUL-IDX)
               END-READ
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   ADD 1 TO TRAN-READ-COUNT
           END-READ.

      *>  A retirement needs only the priority; an add or change
      *>  carries the full rule image and is edited the way
      *>  NUMBERPROC edits the rules it loads.
       APPLY-TRANSACTION.
           PERFORM FIND-RULE-ENTRY
           IF TRN-ACTION-CODE = 'A' OR TRN-ACTION-CODE = 'C'
               PERFORM CHECK-CLASS-LANE
           END-IF
           EVALUATE TRUE
               WHEN TRN-PRIORITY NOT NUMERIC
                   MOVE 'PRIORITY NOT NUMERIC' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'R' AND RULE-ENTRY-FOUND
                   PERFORM RETIRE-RULE-ENTRY
               WHEN TRN-ACTION-CODE = 'R'
                   MOVE 'NO SUCH RULE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE NOT = 'A'
                AND TRN-ACTION-CODE NOT = 'C'
                   MOVE 'BAD ACTION CODE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-DIVISOR NOT NUMERIC
                   MOVE 'DIVISOR NOT NUMERIC' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-DIVISOR = ZERO
                   MOVE 'ZERO DIVISOR' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-RESULT-FACTOR NOT NUMERIC
                   MOVE 'FACTOR NOT NUMERIC' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-RESULT-OP NOT = 'M'
                AND TRN-RESULT-OP NOT = 'A'
                   MOVE 'BAD RESULT OP' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-CLASS-TEXT = SPACES
                   MOVE 'NO CLASS TEXT' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-CLASS-TEXT = 'REJ '
                   MOVE 'CLASS REJ RESERVED' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-CLASS-TEXT = 'REV '
                   MOVE 'CLASS REV RESERVED' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-LANE-CODE = SPACE
                   MOVE 'NO LANE CODE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN CLASS-ON-OTHER-LANE
                   MOVE 'CLASS ON OTHER LANE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'A' AND NOT RULE-ENTRY-FOUND
                   PERFORM ADD-RULE-ENTRY
               WHEN TRN-ACTION-CODE = 'A'
                   MOVE 'ALREADY EXISTS' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'C' AND RULE-ENTRY-FOUND
                   PERFORM CHANGE-RULE-ENTRY
               WHEN OTHER
                   MOVE 'NO SUCH RULE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
           END-EVALUATE.

       FIND-RULE-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-RULE-COUNT NOT = ZERO
               PERFORM VARYING RUL-IDX FROM 1 BY 1
                       UNTIL RUL-IDX > WS-RULE-COUNT
                          OR RULE-ENTRY-FOUND
                   IF WS-RUL-PRIORITY (RUL-IDX) = TRN-PRIORITY
                      AND WS-RUL-DELETED-SW (RUL-IDX) = 'N'
                       SET RULE-ENTRY-FOUND TO TRUE
                       SET WS-MATCH-IDX TO RUL-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *>  The same class text on two lanes would make the class
      *>  ambiguous to every reader that maps class back to lane.
      *>  The rule being changed is not compared with itself.
       CHECK-CLASS-LANE.
           MOVE 'N' TO WS-CLASS-CONFLICT-SWITCH
           IF WS-RULE-COUNT NOT = ZERO
               PERFORM VARYING RUL-IDX FROM 1 BY 1
                       UNTIL RUL-IDX > WS-RULE-COUNT
                          OR CLASS-ON-OTHER-LANE
                   IF WS-RUL-DELETED-SW (RUL-IDX) = 'N'
                      AND WS-RUL-PRIORITY (RUL-IDX) NOT = TRN-PRIORITY
                      AND WS-RUL-CLASS-TEXT (RUL-IDX) = TRN-CLASS-TEXT
                      AND WS-RUL-LANE-CODE (RUL-IDX)
                          NOT = TRN-LANE-CODE
                       SET CLASS-ON-OTHER-LANE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       ADD-RULE-ENTRY.
           IF WS-RULE-COUNT >= WS-RULE-MAX
               MOVE 'TABLE FULL' TO LD-COMMENT
               PERFORM LOG-REJECTED
           ELSE
               ADD 1 TO WS-RULE-COUNT
               SET RUL-IDX TO WS-RULE-COUNT
               PERFORM MOVE-TRANSACTION-TO-ENTRY
               MOVE 'N' TO WS-RUL-DELETED-SW (RUL-IDX)
               ADD 1 TO ADDED-COUNT
               MOVE 'ADDED' TO LD-TAG
               MOVE TRN-ACTION-CODE TO LD-ACTION
               PERFORM MOVE-ENTRY-TO-LOG
               MOVE SPACES TO LD-COMMENT
               PERFORM WRITE-LOG-DETAIL
           END-IF.

       CHANGE-RULE-ENTRY.
           SET RUL-IDX TO WS-MATCH-IDX
           MOVE 'BEFORE' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           PERFORM MOVE-ENTRY-TO-LOG
           MOVE SPACES TO LD-COMMENT
           PERFORM WRITE-LOG-DETAIL
           PERFORM MOVE-TRANSACTION-TO-ENTRY
           ADD 1 TO CHANGED-COUNT
           MOVE 'AFTER' TO LD-TAG
           PERFORM MOVE-ENTRY-TO-LOG
           PERFORM WRITE-LOG-DETAIL.

       RETIRE-RULE-ENTRY.
           SET RUL-IDX TO WS-MATCH-IDX
           MOVE 'BEFORE' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           PERFORM MOVE-ENTRY-TO-LOG
           MOVE SPACES TO LD-COMMENT
           PERFORM WRITE-LOG-DETAIL
           MOVE 'Y' TO WS-RUL-DELETED-SW (RUL-IDX)
           ADD 1 TO RETIRED-COUNT
           MOVE 'RETIRED' TO LD-TAG
           PERFORM WRITE-LOG-DETAIL.

       MOVE-TRANSACTION-TO-ENTRY.
           MOVE TRN-PRIORITY TO WS-RUL-PRIORITY (RUL-IDX)
           MOVE TRN-DIVISOR TO WS-RUL-DIVISOR (RUL-IDX)
           MOVE TRN-CLASS-TEXT TO WS-RUL-CLASS-TEXT (RUL-IDX)
           MOVE TRN-LANE-CODE TO WS-RUL-LANE-CODE (RUL-IDX)
           MOVE TRN-RESULT-OP TO WS-RUL-RESULT-OP (RUL-IDX)
           MOVE TRN-RESULT-FACTOR TO WS-RUL-FACTOR (RUL-IDX).

       MOVE-ENTRY-TO-LOG.
           MOVE WS-RUL-PRIORITY (RUL-IDX) TO LD-PRIORITY
           MOVE WS-RUL-DIVISOR (RUL-IDX) TO LD-DIVISOR
           MOVE WS-RUL-CLASS-TEXT (RUL-IDX) TO LD-CLASS-TEXT
           MOVE WS-RUL-LANE-CODE (RUL-IDX) TO LD-LANE-CODE
           MOVE WS-RUL-RESULT-OP (RUL-IDX) TO LD-RESULT-OP
           MOVE WS-RUL-FACTOR (RUL-IDX) TO LD-RESULT-FACTOR.

       LOG-REJECTED.
           ADD 1 TO REJECTED-COUNT
           MOVE 'REJECTED' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           MOVE TRN-PRIORITY TO LD-PRIORITY
           MOVE TRN-DIVISOR TO LD-DIVISOR
           MOVE TRN-CLASS-TEXT TO LD-CLASS-TEXT
           MOVE TRN-LANE-CODE TO LD-LANE-CODE
           MOVE TRN-RESULT-OP TO LD-RESULT-OP
           MOVE TRN-RESULT-FACTOR TO LD-RESULT-FACTOR
           PERFORM WRITE-LOG-DETAIL.

      *>  NUMBERPROC rejects every number no rule divides, so a
      *>  rule set without the divisor-1 catch-all is held back
      *>  like a rejected transaction.
       CHECK-CATCH-ALL-RULE.
           MOVE 'N' TO WS-CATCH-ALL-SWITCH
           MOVE ZERO TO WS-ACTIVE-RULE-COUNT
           IF WS-RULE-COUNT NOT = ZERO
               PERFORM VARYING RUL-IDX FROM 1 BY 1
                       UNTIL RUL-IDX > WS-RULE-COUNT
                   IF WS-RUL-DELETED-SW (RUL-IDX) = 'N'
                       ADD 1 TO WS-ACTIVE-RULE-COUNT
                       IF WS-RUL-DIVISOR (RUL-IDX) = '000000001'
                           SET CATCH-ALL-PRESENT TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF NOT CATCH-ALL-PRESENT
               MOVE 'REJECTED' TO LD-TAG
               MOVE SPACES TO LD-ACTION
               MOVE SPACES TO LD-PRIORITY
               MOVE SPACES TO LD-DIVISOR
               MOVE SPACES TO LD-CLASS-TEXT
               MOVE SPACES TO LD-LANE-CODE
               MOVE SPACES TO LD-RESULT-OP
               MOVE SPACES TO LD-RESULT-FACTOR
               MOVE 'NO CATCH-ALL RULE' TO LD-COMMENT
               PERFORM WRITE-LOG-DETAIL
               ADD 1 TO REJECTED-COUNT
               DISPLAY "No catch-all rule (divisor 000000001) "
                       "remains in the rule set"
           END-IF.

      *>  Rules are written in priority order, the order
      *>  NUMBERPROC applies them in.
       WRITE-NEW-RULE-FILE.
           IF WS-RULE-COUNT NOT = ZERO
               PERFORM VARYING WS-WRITE-PRIORITY FROM 0 BY 1
                       UNTIL WS-WRITE-PRIORITY > 99
                   PERFORM VARYING RUL-IDX FROM 1 BY 1
                           UNTIL RUL-IDX > WS-RULE-COUNT
                       IF WS-RUL-DELETED-SW (RUL-IDX) = 'N'
                          AND WS-RUL-PRIORITY (RUL-IDX)
                              = WS-WRITE-PRIORITY (2:2)
                           MOVE SPACES TO NEW-RULE-RECORD
                           STRING WS-RUL-PRIORITY (RUL-IDX)
                                  WS-RUL-DIVISOR (RUL-IDX)
                                  WS-RUL-CLASS-TEXT (RUL-IDX)
                                  WS-RUL-LANE-CODE (RUL-IDX)
                                  WS-RUL-RESULT-OP (RUL-IDX)
                                  WS-RUL-FACTOR (RUL-IDX)
                               DELIMITED BY SIZE
                               INTO NEW-RULE-RECORD
                           WRITE NEW-RULE-RECORD
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *>  Any applied add, change or retirement makes a new rule
      *>  set and so a new version; the version wraps to 1 the way
      *>  the extract generation does.
       WRITE-NEW-RULE-VERSION.
           MOVE WS-CURRENT-VERSION TO WS-NEW-VERSION
           IF ADDED-COUNT NOT = ZERO
              OR CHANGED-COUNT NOT = ZERO
              OR RETIRED-COUNT NOT = ZERO
               IF WS-CURRENT-VERSION = 999999
                   MOVE 1 TO WS-NEW-VERSION
               ELSE
                   ADD 1 TO WS-CURRENT-VERSION GIVING WS-NEW-VERSION
               END-IF
           END-IF
           OPEN OUTPUT NEW-VERSION-FILE
           IF WS-RULVERN-STATUS NOT = "00"
               DISPLAY "Unable to open RULVERN, status "
                       WS-RULVERN-STATUS
               CLOSE RULES-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NEW-RULES-FILE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-NEW-VERSION TO NRV-RULE-VERSION
           IF WS-NEW-VERSION = WS-CURRENT-VERSION
               MOVE WS-CURRENT-APPLIED-DATE TO NRV-APPLIED-DATE
           ELSE
               MOVE WS-RUN-DATE-YMD TO NRV-APPLIED-DATE
           END-IF
           WRITE NEW-RULE-VERSION-RECORD
           CLOSE NEW-VERSION-FILE.

       WRITE-LOG-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-DATE-YMD
           MOVE WS-PROGRAM-NAME TO LH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO LH-RUN-DATE
           MOVE WS-LOG-HEADER-1 TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-DETAIL.
           MOVE WS-LOG-DETAIL-LINE TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-VERSION.
           MOVE WS-CURRENT-VERSION TO LV-OLD-VERSION
           MOVE WS-NEW-VERSION TO LV-NEW-VERSION
           IF WS-NEW-VERSION = WS-CURRENT-VERSION
               MOVE 'UNCHANGED - NO CHANGES APPLIED' TO LV-COMMENT
           ELSE
               MOVE 'NEW VERSION' TO LV-COMMENT
           END-IF
           MOVE WS-LOG-VERSION-LINE TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-TOTALS.
           MOVE TRAN-READ-COUNT TO LT-TRAN-READ-COUNT
           MOVE ADDED-COUNT     TO LT-ADDED-COUNT
           MOVE CHANGED-COUNT   TO LT-CHANGED-COUNT
           MOVE RETIRED-COUNT   TO LT-RETIRED-COUNT
           MOVE REJECTED-COUNT  TO LT-REJECTED-COUNT
           MOVE WS-LOG-TOTALS-LINE TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-FOOTER.
           MOVE WS-LOG-FOOTER-LINE TO LOG-LINE
           WRITE LOG-LINE.
