      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCMNT.
      *> ---------------------------------------------------------
      *> Maintenance for the SEQSRC regional office registry.
      *> Applies a transaction file (SRCTRAN) of adds, changes
      *> and removals to the current SEQSRC and writes the
      *> updated registry to SEQSRCN; the job then swaps SEQSRCN
      *> in as the live dataset (see jcl/SRCMNT.jcl).  Every
      *> applied transaction is logged on SRCLOG with its before
      *> and after images - the same discipline PARMMNT gives the
      *> run parameters - so opening, closing or re-scheduling an
      *> office leaves an audit trail.
      *> Transactions (keyed by source id):  'A' add an office,
      *> 'C' change every field of an existing office, 'R'
      *> remove one.  An add or change must carry an office
      *> name, status 'A' (active) or 'I' (inactive), an
      *> expected-days mask of seven 'Y'/'N' bytes (Monday
      *> first) and a contact.  An office that stops sending is
      *> normally changed to inactive rather than removed, so its
      *> batches are still held out by name if they turn up.
      *> A transaction that cannot be applied is logged 'REJECTED'
      *> and the run ends RC=4 so nothing is swapped in
      *> unreviewed.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICE-FILE ASSIGN TO "SEQSRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSRC-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "SRCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCTRAN-STATUS.

           SELECT NEW-OFFICE-FILE ASSIGN TO "SEQSRCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSRCN-STATUS.

           SELECT LOG-FILE ASSIGN TO "SRCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICE-FILE
           RECORDING MODE IS F.
       COPY "SEQSRC.cpy".

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
      *>  Action code: 'A' = add, 'C' = change, 'R' = remove.
           05  TRN-ACTION-CODE        PIC X(1).
           05  TRN-SOURCE-ID          PIC X(4).
           05  TRN-OFFICE-NAME        PIC X(20).
           05  TRN-OFFICE-STATUS      PIC X(1).
           05  TRN-EXPECTED-DAYS      PIC X(7).
           05  TRN-CONTACT            PIC X(20).

       FD  NEW-OFFICE-FILE
           RECORDING MODE IS F.
       01  NEW-OFFICE-RECORD          PIC X(52).

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SEQSRC-STATUS           PIC XX VALUE SPACES.
       01  WS-SRCTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQSRCN-STATUS          PIC XX VALUE SPACES.
       01  WS-SRCLOG-STATUS           PIC XX VALUE SPACES.

       01  WS-OFFICE-EOF-SWITCH       PIC X VALUE 'N'.
           88  END-OF-OFFICE-FILE     VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.

      *>  A removed entry is marked rather than shifted so the
      *>  table indexes stay stable while transactions apply.
      *>  The table holds as many offices as NUMBERPROC and
      *>  SRCCHK can load.
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
               10  WS-OFF-DELETED-SW  PIC X(1).

       01  WS-MATCH-SWITCH            PIC X VALUE 'N'.
           88  OFFICE-ENTRY-FOUND     VALUE 'Y'.
       01  WS-MATCH-IDX               PIC 9(4) VALUE ZERO.
       01  WS-DAY-Y-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-DAY-N-COUNT             PIC 9(2) VALUE ZERO.

       01  WS-COUNTERS.
           05  TRAN-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  ADDED-COUNT            PIC 9(7) VALUE ZERO.
           05  CHANGED-COUNT          PIC 9(7) VALUE ZERO.
           05  REMOVED-COUNT          PIC 9(7) VALUE ZERO.
           05  REJECTED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'SRCMNT'.
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
           05  LD-TAG                 PIC X(9).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-ACTION              PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-SOURCE-ID           PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-OFFICE-NAME         PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-OFFICE-STATUS       PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-EXPECTED-DAYS       PIC X(7).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-CONTACT             PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-COMMENT             PIC X(11).

       01  WS-LOG-TOTALS-LINE.
           05  FILLER                 PIC X(7)  VALUE 'TRANS: '.
           05  LT-TRAN-READ-COUNT     PIC Z(5)9.
           05  FILLER                 PIC X(8)  VALUE ' ADDED: '.
           05  LT-ADDED-COUNT         PIC Z(5)9.
           05  FILLER                 PIC X(10) VALUE ' CHANGED: '.
           05  LT-CHANGED-COUNT       PIC Z(5)9.
           05  FILLER                 PIC X(10) VALUE ' REMOVED: '.
           05  LT-REMOVED-COUNT       PIC Z(5)9.
           05  FILLER                 PIC X(11) VALUE ' REJECTED: '.
           05  LT-REJECTED-COUNT      PIC Z(5)9.
           05  FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-LOG-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".

           OPEN INPUT OFFICE-FILE
           IF WS-SEQSRC-STATUS NOT = "00"
               DISPLAY "Unable to open SEQSRC, status "
                       WS-SEQSRC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-SRCTRAN-STATUS NOT = "00"
               DISPLAY "Unable to open SRCTRAN, status "
                       WS-SRCTRAN-STATUS
               CLOSE OFFICE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-OFFICE-FILE
           IF WS-SEQSRCN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQSRCN, status "
                       WS-SEQSRCN-STATUS
               CLOSE OFFICE-FILE
               CLOSE TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LOG-FILE
           IF WS-SRCLOG-STATUS NOT = "00"
               DISPLAY "Unable to open SRCLOG, status "
                       WS-SRCLOG-STATUS
               CLOSE OFFICE-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NEW-OFFICE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-LOG-HEADER

           PERFORM LOAD-OFFICE-TABLE

           PERFORM READ-TRANSACTION
           PERFORM UNTIL END-OF-TRANSACTIONS
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM

           PERFORM WRITE-NEW-OFFICE-FILE

           PERFORM WRITE-LOG-TOTALS
           PERFORM WRITE-LOG-FOOTER

           CLOSE OFFICE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE NEW-OFFICE-FILE
           CLOSE LOG-FILE

           DISPLAY "Transactions read: " TRAN-READ-COUNT
           DISPLAY "Added: " ADDED-COUNT
           DISPLAY "Changed: " CHANGED-COUNT
           DISPLAY "Removed: " REMOVED-COUNT
           DISPLAY "Rejected: " REJECTED-COUNT

           IF REJECTED-COUNT NOT = ZERO
               DISPLAY "One or more transactions were rejected, "
                       "see SRCLOG"
               MOVE 4 TO RETURN-CODE
           END-IF

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
                           CLOSE TRANSACTION-FILE
                           CLOSE NEW-OFFICE-FILE
                           CLOSE LOG-FILE
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
                       MOVE 'N' TO WS-OFF-DELETED-SW (OFF-IDX)
               END-READ
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   ADD 1 TO TRAN-READ-COUNT
           END-READ.

      *>  A removal needs only the source id; an add or change
      *>  carries the full office image.
       APPLY-TRANSACTION.
           PERFORM FIND-OFFICE-ENTRY
           MOVE ZERO TO WS-DAY-Y-COUNT
           MOVE ZERO TO WS-DAY-N-COUNT
           INSPECT TRN-EXPECTED-DAYS TALLYING WS-DAY-Y-COUNT
               FOR ALL 'Y'
           INSPECT TRN-EXPECTED-DAYS TALLYING WS-DAY-N-COUNT
               FOR ALL 'N'
           EVALUATE TRUE
               WHEN TRN-SOURCE-ID = SPACES
                   MOVE 'NO SOURCE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'R' AND OFFICE-ENTRY-FOUND
                   PERFORM REMOVE-OFFICE-ENTRY
               WHEN TRN-ACTION-CODE = 'R'
                   MOVE 'NO SUCH ID' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE NOT = 'A'
                AND TRN-ACTION-CODE NOT = 'C'
                   MOVE 'BAD ACTION' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-OFFICE-NAME = SPACES
                   MOVE 'NO NAME' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-OFFICE-STATUS NOT = 'A'
                AND TRN-OFFICE-STATUS NOT = 'I'
                   MOVE 'BAD STATUS' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN WS-DAY-Y-COUNT + WS-DAY-N-COUNT NOT = 7
                   MOVE 'BAD DAYS' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-CONTACT = SPACES
                   MOVE 'NO CONTACT' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'A' AND NOT OFFICE-ENTRY-FOUND
                   PERFORM ADD-OFFICE-ENTRY
               WHEN TRN-ACTION-CODE = 'A'
                   MOVE 'DUPLICATE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'C' AND OFFICE-ENTRY-FOUND
                   PERFORM CHANGE-OFFICE-ENTRY
               WHEN OTHER
                   MOVE 'NO SUCH ID' TO LD-COMMENT
                   PERFORM LOG-REJECTED
           END-EVALUATE.

       FIND-OFFICE-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-OFF-COUNT NOT = ZERO
               PERFORM VARYING OFF-IDX FROM 1 BY 1
                       UNTIL OFF-IDX > WS-OFF-COUNT
                          OR OFFICE-ENTRY-FOUND
                   IF WS-OFF-SOURCE-ID (OFF-IDX) = TRN-SOURCE-ID
                      AND WS-OFF-DELETED-SW (OFF-IDX) = 'N'
                       SET OFFICE-ENTRY-FOUND TO TRUE
                       SET WS-MATCH-IDX TO OFF-IDX
                   END-IF
               END-PERFORM
           END-IF.

       ADD-OFFICE-ENTRY.
           IF WS-OFF-COUNT >= WS-OFF-MAX
               MOVE 'TABLE FULL' TO LD-COMMENT
               PERFORM LOG-REJECTED
           ELSE
               ADD 1 TO WS-OFF-COUNT
               SET OFF-IDX TO WS-OFF-COUNT
               PERFORM MOVE-TRANSACTION-TO-ENTRY
               MOVE 'N' TO WS-OFF-DELETED-SW (OFF-IDX)
               ADD 1 TO ADDED-COUNT
               MOVE 'ADDED' TO LD-TAG
               MOVE TRN-ACTION-CODE TO LD-ACTION
               PERFORM MOVE-ENTRY-TO-LOG
               MOVE SPACES TO LD-COMMENT
               PERFORM WRITE-LOG-DETAIL
           END-IF.

       CHANGE-OFFICE-ENTRY.
           SET OFF-IDX TO WS-MATCH-IDX
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

       REMOVE-OFFICE-ENTRY.
           SET OFF-IDX TO WS-MATCH-IDX
           MOVE 'BEFORE' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           PERFORM MOVE-ENTRY-TO-LOG
           MOVE SPACES TO LD-COMMENT
           PERFORM WRITE-LOG-DETAIL
           MOVE 'Y' TO WS-OFF-DELETED-SW (OFF-IDX)
           ADD 1 TO REMOVED-COUNT
           MOVE 'REMOVED' TO LD-TAG
           PERFORM WRITE-LOG-DETAIL.

       MOVE-TRANSACTION-TO-ENTRY.
           MOVE TRN-SOURCE-ID TO WS-OFF-SOURCE-ID (OFF-IDX)
           MOVE TRN-OFFICE-NAME TO WS-OFF-NAME (OFF-IDX)
           MOVE TRN-OFFICE-STATUS TO WS-OFF-STATUS (OFF-IDX)
           MOVE TRN-EXPECTED-DAYS TO WS-OFF-DAYS (OFF-IDX)
           MOVE TRN-CONTACT TO WS-OFF-CONTACT (OFF-IDX).

       MOVE-ENTRY-TO-LOG.
           MOVE WS-OFF-SOURCE-ID (OFF-IDX) TO LD-SOURCE-ID
           MOVE WS-OFF-NAME (OFF-IDX) TO LD-OFFICE-NAME
           MOVE WS-OFF-STATUS (OFF-IDX) TO LD-OFFICE-STATUS
           MOVE WS-OFF-DAYS (OFF-IDX) TO LD-EXPECTED-DAYS
           MOVE WS-OFF-CONTACT (OFF-IDX) TO LD-CONTACT.

       LOG-REJECTED.
           ADD 1 TO REJECTED-COUNT
           MOVE 'REJECTED' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           MOVE TRN-SOURCE-ID TO LD-SOURCE-ID
           MOVE TRN-OFFICE-NAME TO LD-OFFICE-NAME
           MOVE TRN-OFFICE-STATUS TO LD-OFFICE-STATUS
           MOVE TRN-EXPECTED-DAYS TO LD-EXPECTED-DAYS
           MOVE TRN-CONTACT TO LD-CONTACT
           PERFORM WRITE-LOG-DETAIL.

       WRITE-NEW-OFFICE-FILE.
           IF WS-OFF-COUNT NOT = ZERO
               PERFORM VARYING OFF-IDX FROM 1 BY 1
                       UNTIL OFF-IDX > WS-OFF-COUNT
                   IF WS-OFF-DELETED-SW (OFF-IDX) = 'N'
                       MOVE SPACES TO NEW-OFFICE-RECORD
                       STRING WS-OFF-SOURCE-ID (OFF-IDX)
                              WS-OFF-NAME (OFF-IDX)
                              WS-OFF-STATUS (OFF-IDX)
                              WS-OFF-DAYS (OFF-IDX)
                              WS-OFF-CONTACT (OFF-IDX)
                           DELIMITED BY SIZE
                           INTO NEW-OFFICE-RECORD
                       WRITE NEW-OFFICE-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-LOG-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
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

       WRITE-LOG-TOTALS.
           MOVE TRAN-READ-COUNT TO LT-TRAN-READ-COUNT
           MOVE ADDED-COUNT     TO LT-ADDED-COUNT
           MOVE CHANGED-COUNT   TO LT-CHANGED-COUNT
           MOVE REMOVED-COUNT   TO LT-REMOVED-COUNT
           MOVE REJECTED-COUNT  TO LT-REJECTED-COUNT
           MOVE WS-LOG-TOTALS-LINE TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-FOOTER.
           MOVE WS-LOG-FOOTER-LINE TO LOG-LINE
           WRITE LOG-LINE.
