      *> transaction that cannot be applied is logged 'REJECTED'
      *> and the run ends RC=4 so nothing is swapped in
      *> unreviewed.
      *> Changes are under maker-checker control: OVRTRAN is the
      *> approved-transaction file MNTAPPR writes, each
      *> transaction carrying the id of the user who keyed it
      *> (MNTPEND) and of the user who approved it.  A
      *> transaction without an approver, or approved by its own
      *> maker, is rejected 'NOT APPROVED'; applied changes log
      *> MAKER/APPROVER in the comment column.
      *> Because a run with a reject is not swapped in, none of
      *> its transactions take effect: every one of them, applied
      *> or rejected, is put back on the pending file (SEQPNDR,
      *> added to the generation MNTAPPR has just written) under
      *> its own item number and keying date, and logged
      *> 'RETURNED', for the checker to decide again - as in
      *> PARMMNT.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQOVRN-STATUS.

           SELECT PENDING-RETURN-FILE ASSIGN TO "SEQPNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPNDR-STATUS.

           SELECT LOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.
           05  TRN-SEQ-NUMBER         PIC X(9).
           05  TRN-AUTHORIZED-BY      PIC X(8).
           05  TRN-EXPIRY-DATE        PIC X(8).
           05  TRN-MAKER-ID           PIC X(8).
           05  TRN-APPROVER-ID        PIC X(8).
      *>  The pending item the transaction was approved from.
           05  TRN-ITEM-NUMBER        PIC 9(6).
           05  TRN-ENTRY-DATE         PIC X(8).
           05  TRN-ENTRY-TIME         PIC X(6).

       FD  NEW-OVERRIDE-FILE
           RECORDING MODE IS F.
       01  NEW-OVERRIDE-RECORD        PIC X(25).

       FD  PENDING-RETURN-FILE
           RECORDING MODE IS F.
       COPY "SEQPND.cpy".

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-LINE                   PIC X(80).
       01  WS-SEQOVR-STATUS           PIC XX VALUE SPACES.
       01  WS-OVRTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQOVRN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQPNDR-STATUS          PIC XX VALUE SPACES.
       01  WS-OVRLOG-STATUS           PIC XX VALUE SPACES.

       01  WS-OVR-EOF-SWITCH          PIC X VALUE 'N'.
           05  ADDED-COUNT            PIC 9(7) VALUE ZERO.
           05  REMOVED-COUNT          PIC 9(7) VALUE ZERO.
           05  REJECTED-COUNT         PIC 9(7) VALUE ZERO.
           05  RETURNED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'OVRMNT'.
       01  WS-CURRENT-DATE-TIME.

           PERFORM WRITE-NEW-OVERRIDE-FILE

           IF REJECTED-COUNT NOT = ZERO
               PERFORM RETURN-RUN-TO-PENDING
           END-IF

           PERFORM WRITE-LOG-TOTALS
           PERFORM WRITE-LOG-FOOTER

           DISPLAY "Added: " ADDED-COUNT
           DISPLAY "Removed: " REMOVED-COUNT
           DISPLAY "Rejected: " REJECTED-COUNT
           DISPLAY "Returned to pending: " RETURNED-COUNT

           IF REJECTED-COUNT NOT = ZERO AND RETURN-CODE < 4
               DISPLAY "One or more transactions were rejected, "
                       "see OVRLOG - nothing is swapped in and the "
                       "run is back on the pending file"
               MOVE 4 TO RETURN-CODE
           END-IF

       APPLY-TRANSACTION.
           PERFORM FIND-OVERRIDE-ENTRY
           EVALUATE TRUE
               WHEN TRN-MAKER-ID = SPACES
                 OR TRN-APPROVER-ID = SPACES
                 OR TRN-APPROVER-ID = TRN-MAKER-ID
                   MOVE 'NOT APPROVED' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-SEQ-NUMBER NOT NUMERIC
                   MOVE 'NUMBER NOT NUMERIC' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               MOVE TRN-SEQ-NUMBER TO LD-SEQ-NUMBER
               MOVE TRN-AUTHORIZED-BY TO LD-AUTHORIZED-BY
               MOVE TRN-EXPIRY-DATE TO LD-EXPIRY-DATE
               PERFORM SET-AUTHORITY-COMMENT
               PERFORM WRITE-LOG-DETAIL
           END-IF.

           MOVE WS-OVR-SEQ-NUMBER (OVR-IDX) TO LD-SEQ-NUMBER
           MOVE WS-OVR-AUTH-BY (OVR-IDX) TO LD-AUTHORIZED-BY
           MOVE WS-OVR-EXPIRY (OVR-IDX) TO LD-EXPIRY-DATE
           PERFORM SET-AUTHORITY-COMMENT
           PERFORM WRITE-LOG-DETAIL
           MOVE 'Y' TO WS-OVR-DELETED-SW (OVR-IDX)
           ADD 1 TO REMOVED-COUNT
           MOVE 'REMOVED' TO LD-TAG
           PERFORM WRITE-LOG-DETAIL.

      *>  Who keyed and who approved an applied change.
       SET-AUTHORITY-COMMENT.
           MOVE SPACES TO LD-COMMENT
           STRING TRN-MAKER-ID DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  TRN-APPROVER-ID DELIMITED BY SPACE
               INTO LD-COMMENT.

       LOG-REJECTED.
           ADD 1 TO REJECTED-COUNT
           MOVE 'REJECTED' TO LD-TAG
           MOVE TRN-EXPIRY-DATE TO LD-EXPIRY-DATE
           PERFORM WRITE-LOG-DETAIL.

      *>  Read the run's transactions again from the top and put
      *>  each back on the pending file as the item it was.  A
      *>  pending file that cannot be opened leaves them on
      *>  OVRTRAN only, which is fatal.
       RETURN-RUN-TO-PENDING.
           OPEN EXTEND PENDING-RETURN-FILE
           IF WS-SEQPNDR-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPNDR, status "
                       WS-SEQPNDR-STATUS ", the run's transactions "
                       "are on OVRTRAN only"
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE TRANSACTION-FILE
               OPEN INPUT TRANSACTION-FILE
               IF WS-OVRTRAN-STATUS NOT = "00"
                   DISPLAY "Unable to reopen OVRTRAN, status "
                           WS-OVRTRAN-STATUS ", the run's transactions "
                           "are on OVRTRAN only"
                   CLOSE PENDING-RETURN-FILE
                   CLOSE OVERRIDE-FILE
                   CLOSE NEW-OVERRIDE-FILE
                   CLOSE LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'N' TO WS-TRAN-EOF-SWITCH
               PERFORM UNTIL END-OF-TRANSACTIONS
                   READ TRANSACTION-FILE
                       AT END
                           SET END-OF-TRANSACTIONS TO TRUE
                       NOT AT END
                           PERFORM RETURN-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE PENDING-RETURN-FILE
           END-IF.

       RETURN-TRANSACTION.
           MOVE SPACES TO PENDING-RECORD
           MOVE TRN-ITEM-NUMBER TO PND-ITEM-NUMBER
           SET PND-FOR-SEQOVR TO TRUE
           MOVE TRN-MAKER-ID TO PND-MAKER-ID
           MOVE TRN-ENTRY-DATE TO PND-ENTRY-DATE
           MOVE TRN-ENTRY-TIME TO PND-ENTRY-TIME
           MOVE TRANSACTION-RECORD (1:26) TO PND-TRANSACTION
           WRITE PENDING-RECORD
           ADD 1 TO RETURNED-COUNT
           MOVE 'RETURNED' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           MOVE TRN-SEQ-NUMBER TO LD-SEQ-NUMBER
           MOVE TRN-AUTHORIZED-BY TO LD-AUTHORIZED-BY
           MOVE TRN-EXPIRY-DATE TO LD-EXPIRY-DATE
           MOVE SPACES TO LD-COMMENT
           STRING 'ITEM ' TRN-ITEM-NUMBER
                  DELIMITED BY SIZE INTO LD-COMMENT
           PERFORM WRITE-LOG-DETAIL.

       WRITE-NEW-OVERRIDE-FILE.
           IF WS-OVR-COUNT NOT = ZERO
               PERFORM VARYING OVR-IDX FROM 1 BY 1
