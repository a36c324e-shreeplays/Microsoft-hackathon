      *> 'C' change the value of an existing one.  A transaction
      *> that cannot be applied is logged 'REJECTED' and the run
      *> ends RC=4 so nothing is swapped in unreviewed.
      *> Changes are under maker-checker control: PRMTRAN is the
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
      *> 'RETURNED', for the checker to decide again - the
      *> rejected one to be declined or keyed again, the rest
      *> to be approved again.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPARMN-STATUS.

           SELECT PENDING-RETURN-FILE ASSIGN TO "SEQPNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPNDR-STATUS.

           SELECT LOG-FILE ASSIGN TO "PRMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRMLOG-STATUS.
           05  TRN-KEYWORD            PIC X(12).
           05  TRN-EFFECTIVE-DATE     PIC X(8).
           05  TRN-VALUE              PIC X(9).
           05  TRN-MAKER-ID           PIC X(8).
           05  TRN-APPROVER-ID        PIC X(8).
      *>  The pending item the transaction was approved from.
           05  TRN-ITEM-NUMBER        PIC 9(6).
           05  TRN-ENTRY-DATE         PIC X(8).
           05  TRN-ENTRY-TIME         PIC X(6).

       FD  NEW-PARAMETER-FILE
           RECORDING MODE IS F.
       01  NEW-PARAMETER-RECORD       PIC X(29).

       FD  PENDING-RETURN-FILE
           RECORDING MODE IS F.
       COPY "SEQPND.cpy".

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-LINE                   PIC X(80).
       01  WS-SEQPARM-STATUS          PIC XX VALUE SPACES.
       01  WS-PRMTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQPARMN-STATUS         PIC XX VALUE SPACES.
       01  WS-SEQPNDR-STATUS          PIC XX VALUE SPACES.
       01  WS-PRMLOG-STATUS           PIC XX VALUE SPACES.

       01  WS-PARM-EOF-SWITCH         PIC X VALUE 'N'.
           05  ADDED-COUNT            PIC 9(7) VALUE ZERO.
           05  CHANGED-COUNT          PIC 9(7) VALUE ZERO.
           05  REJECTED-COUNT         PIC 9(7) VALUE ZERO.
           05  RETURNED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'PARMMNT'.
       01  WS-CURRENT-DATE-TIME.

           PERFORM WRITE-NEW-PARM-FILE

           IF REJECTED-COUNT NOT = ZERO
               PERFORM RETURN-RUN-TO-PENDING
           END-IF

           PERFORM WRITE-LOG-TOTALS
           PERFORM WRITE-LOG-FOOTER

           DISPLAY "Added: " ADDED-COUNT
           DISPLAY "Changed: " CHANGED-COUNT
           DISPLAY "Rejected: " REJECTED-COUNT
           DISPLAY "Returned to pending: " RETURNED-COUNT

           IF REJECTED-COUNT NOT = ZERO AND RETURN-CODE < 4
               DISPLAY "One or more transactions were rejected, "
                       "see PRMLOG - nothing is swapped in and the "
                       "run is back on the pending file"
               MOVE 4 TO RETURN-CODE
           END-IF

       APPLY-TRANSACTION.
           PERFORM FIND-PARM-ENTRY
           EVALUATE TRUE
               WHEN TRN-MAKER-ID = SPACES
                 OR TRN-APPROVER-ID = SPACES
                 OR TRN-APPROVER-ID = TRN-MAKER-ID
                   MOVE 'NOT APPROVED' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-VALUE NOT NUMERIC
                   PERFORM LOG-REJECTED-VALUE
               WHEN TRN-ACTION-CODE = 'A' AND NOT PARM-ENTRY-FOUND
               MOVE TRN-KEYWORD TO LD-KEYWORD
               MOVE TRN-EFFECTIVE-DATE TO LD-EFFECTIVE-DATE
               MOVE TRN-VALUE TO LD-VALUE
               PERFORM SET-AUTHORITY-COMMENT
               PERFORM WRITE-LOG-DETAIL
           END-IF.

           MOVE WS-PRM-KEYWORD (PRM-IDX) TO LD-KEYWORD
           MOVE WS-PRM-EFF-DATE (PRM-IDX) TO LD-EFFECTIVE-DATE
           MOVE WS-PRM-VALUE (PRM-IDX) TO LD-VALUE
           PERFORM SET-AUTHORITY-COMMENT
           PERFORM WRITE-LOG-DETAIL
           MOVE TRN-VALUE TO WS-PRM-VALUE (PRM-IDX)
           ADD 1 TO CHANGED-COUNT
           MOVE WS-PRM-VALUE (PRM-IDX) TO LD-VALUE
           PERFORM WRITE-LOG-DETAIL.

      *>  Who keyed and who approved an applied change.
       SET-AUTHORITY-COMMENT.
           MOVE SPACES TO LD-COMMENT
           STRING TRN-MAKER-ID DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  TRN-APPROVER-ID DELIMITED BY SPACE
               INTO LD-COMMENT.

       LOG-REJECTED-VALUE.
           MOVE 'NOT NUMERIC' TO LD-COMMENT
           PERFORM LOG-REJECTED.
           MOVE TRN-VALUE TO LD-VALUE
           PERFORM WRITE-LOG-DETAIL.

      *>  Read the run's transactions again from the top and put
      *>  each back on the pending file as the item it was.  A
      *>  pending file that cannot be opened leaves them on
      *>  PRMTRAN only, which is fatal.
       RETURN-RUN-TO-PENDING.
           OPEN EXTEND PENDING-RETURN-FILE
           IF WS-SEQPNDR-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPNDR, status "
                       WS-SEQPNDR-STATUS ", the run's transactions "
                       "are on PRMTRAN only"
               MOVE 16 TO RETURN-CODE
           ELSE
               CLOSE TRANSACTION-FILE
               OPEN INPUT TRANSACTION-FILE
               IF WS-PRMTRAN-STATUS NOT = "00"
                   DISPLAY "Unable to reopen PRMTRAN, status "
                           WS-PRMTRAN-STATUS ", the run's transactions "
                           "are on PRMTRAN only"
                   CLOSE PENDING-RETURN-FILE
                   CLOSE PARAMETER-FILE
                   CLOSE NEW-PARAMETER-FILE
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
           SET PND-FOR-SEQPARM TO TRUE
           MOVE TRN-MAKER-ID TO PND-MAKER-ID
           MOVE TRN-ENTRY-DATE TO PND-ENTRY-DATE
           MOVE TRN-ENTRY-TIME TO PND-ENTRY-TIME
           MOVE TRANSACTION-RECORD (1:30) TO PND-TRANSACTION
           WRITE PENDING-RECORD
           ADD 1 TO RETURNED-COUNT
           MOVE 'RETURNED' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           MOVE TRN-KEYWORD TO LD-KEYWORD
           MOVE TRN-EFFECTIVE-DATE TO LD-EFFECTIVE-DATE
           MOVE TRN-VALUE TO LD-VALUE
           MOVE SPACES TO LD-COMMENT
           STRING 'ITEM ' TRN-ITEM-NUMBER
                  DELIMITED BY SIZE INTO LD-COMMENT
           PERFORM WRITE-LOG-DETAIL.

       WRITE-NEW-PARM-FILE.
           IF WS-PARM-COUNT NOT = ZERO
               PERFORM VARYING PRM-IDX FROM 1 BY 1
