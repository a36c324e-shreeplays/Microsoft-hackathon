      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTPEND.
      *> ---------------------------------------------------------
      *> Maker entry for SEQPARM and SEQOVR maintenance.
      *> A PRMTRAN or OVRTRAN change no longer goes live the
      *> night it is keyed: this program queues each transaction
      *> on the pending maintenance file (SEQPND) with the id of
      *> the maker who keyed it, and a second, authorized user
      *> approves or declines it in the MNTAPPR approval run.
      *> Only approved items ever reach PARMMNT / OVRMNT.
      *> The MNTCTL card names the file maintained and the maker:
      *>   col 1-8   'SEQPARM' or 'SEQOVR'
      *>   col 9-16  maker's user id
      *> MNTTRAN carries the transactions in that file's usual
      *> PRMTRAN or OVRTRAN layout.  Each is edited the way the
      *> apply program edits it (action code, numeric fields,
      *> required fields) so a bad card is bounced to the maker
      *> now rather than after approval; whether the keyword or
      *> number exists is settled when the change is applied.
      *> SEQPND is copied forward to SEQPNDN, the next
      *> generation, with the new items added under item numbers
      *> taken from the PNDGEN control.  PNDLOG lists every
      *> transaction QUEUED with its item number or REJECTED with
      *> the reason.
      *> RC=0 all queued; RC=4 one or more transactions rejected;
      *> RC=16 bad control card or a file could not be opened.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "MNTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTCTL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "MNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTTRAN-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SEQPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPND-STATUS.

           SELECT NEW-PENDING-FILE ASSIGN TO "SEQPNDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPNDN-STATUS.

           SELECT ITEM-NUMBER-FILE ASSIGN TO "PNDGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDGEN-STATUS.

           SELECT LOG-FILE ASSIGN TO "PNDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD.
           05  CTL-TARGET-FILE        PIC X(8).
           05  CTL-MAKER-ID           PIC X(8).

      *>  One layout per file maintained, over the same card.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD         PIC X(30).
       01  PARM-TRANSACTION-RECORD.
           05  PTR-ACTION-CODE        PIC X(1).
           05  PTR-KEYWORD            PIC X(12).
           05  PTR-EFFECTIVE-DATE     PIC X(8).
           05  PTR-VALUE              PIC X(9).
       01  OVR-TRANSACTION-RECORD.
           05  OTR-ACTION-CODE        PIC X(1).
           05  OTR-SEQ-NUMBER         PIC X(9).
           05  OTR-AUTHORIZED-BY      PIC X(8).
           05  OTR-EXPIRY-DATE        PIC X(8).
           05  FILLER                 PIC X(4).

       FD  PENDING-FILE
           RECORDING MODE IS F.
       COPY "SEQPND.cpy".

       FD  NEW-PENDING-FILE
           RECORDING MODE IS F.
       01  NEW-PENDING-RECORD         PIC X(66).

       FD  ITEM-NUMBER-FILE
           RECORDING MODE IS F.
       01  ITEM-NUMBER-RECORD.
           05  GEN-LAST-ITEM-NUMBER   PIC 9(6).

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MNTCTL-STATUS           PIC XX VALUE SPACES.
       01  WS-MNTTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQPND-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQPNDN-STATUS          PIC XX VALUE SPACES.
       01  WS-PNDGEN-STATUS           PIC XX VALUE SPACES.
       01  WS-PNDLOG-STATUS           PIC XX VALUE SPACES.

       01  WS-CTL-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-CONTROL-CARDS   VALUE 'Y'.
       01  WS-CTL-FOUND-SWITCH        PIC X VALUE 'N'.
           88  CONTROL-CARD-FOUND     VALUE 'Y'.
       01  WS-PND-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-PENDING-FILE    VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.
       01  WS-GEN-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-ITEM-NUMBER-FILE VALUE 'Y'.

       01  WS-TARGET-FILE             PIC X(8) VALUE SPACES.
           88  TARGET-IS-SEQPARM      VALUE 'SEQPARM'.
           88  TARGET-IS-SEQOVR       VALUE 'SEQOVR'.
       01  WS-MAKER-ID                PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME-HMS            PIC X(6) VALUE SPACES.

      *>  Last item number issued: the PNDGEN control, or the
      *>  highest on SEQPND should the control have fallen behind.
       01  WS-LAST-ITEM-NUMBER        PIC 9(6) VALUE ZERO.

       01  WS-REJECT-REASON           PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  CARRIED-COUNT          PIC 9(7) VALUE ZERO.
           05  TRAN-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  QUEUED-COUNT           PIC 9(7) VALUE ZERO.
           05  REJECTED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'MNTPEND'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-LOG-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  LH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  LH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(8)  VALUE '  FILE: '.
           05  LH-TARGET-FILE         PIC X(8).
           05  FILLER                 PIC X(9)  VALUE '  MAKER: '.
           05  LH-MAKER-ID            PIC X(8).
           05  FILLER                 PIC X(5)  VALUE SPACES.

       01  WS-LOG-DETAIL-LINE.
           05  LD-TAG                 PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-ITEM-NUMBER         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-TRANSACTION         PIC X(30).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LD-COMMENT             PIC X(20).
           05  FILLER                 PIC X(8)  VALUE SPACES.

       01  WS-LOG-TOTALS-LINE.
           05  FILLER                 PIC X(8)  VALUE 'TRANS: '.
           05  LT-TRAN-READ-COUNT     PIC Z(6)9.
           05  FILLER                 PIC X(10) VALUE '  QUEUED: '.
           05  LT-QUEUED-COUNT        PIC Z(6)9.
           05  FILLER                 PIC X(12) VALUE '  REJECTED: '.
           05  LT-REJECTED-COUNT      PIC Z(6)9.
           05  FILLER                 PIC X(18) VALUE '  ALREADY PENDING:'.
           05  LT-CARRIED-COUNT       PIC Z(6)9.
           05  FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-LOG-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME-HMS

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-MNTCTL-STATUS NOT = "00"
               DISPLAY "Unable to open MNTCTL, status "
                       WS-MNTCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-CONTROL-CARD
           CLOSE CONTROL-CARD-FILE
           IF NOT CONTROL-CARD-FOUND
               DISPLAY "No MNTCTL card naming SEQPARM or SEQOVR "
                       "and a maker id"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Maintenance for " WS-TARGET-FILE
                   " keyed by " WS-MAKER-ID

           OPEN INPUT TRANSACTION-FILE
           IF WS-MNTTRAN-STATUS NOT = "00"
               DISPLAY "Unable to open MNTTRAN, status "
                       WS-MNTTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-SEQPND-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPND, status "
                       WS-SEQPND-STATUS
               CLOSE TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-PENDING-FILE
           IF WS-SEQPNDN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPNDN, status "
                       WS-SEQPNDN-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE PENDING-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LOG-FILE
           IF WS-PNDLOG-STATUS NOT = "00"
               DISPLAY "Unable to open PNDLOG, status "
                       WS-PNDLOG-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE PENDING-FILE
               CLOSE NEW-PENDING-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-LOG-HEADER
           PERFORM TAKE-LAST-ITEM-NUMBER
           PERFORM COPY-PENDING-ITEMS

           PERFORM READ-TRANSACTION
           PERFORM UNTIL END-OF-TRANSACTIONS
               PERFORM QUEUE-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM

           PERFORM SAVE-LAST-ITEM-NUMBER

           PERFORM WRITE-LOG-TOTALS
           PERFORM WRITE-LOG-FOOTER

           CLOSE TRANSACTION-FILE
           CLOSE PENDING-FILE
           CLOSE NEW-PENDING-FILE
           CLOSE LOG-FILE

           DISPLAY "Items already pending: " CARRIED-COUNT
           DISPLAY "Transactions read: " TRAN-READ-COUNT
           DISPLAY "Queued for approval: " QUEUED-COUNT
           DISPLAY "Rejected: " REJECTED-COUNT

           IF REJECTED-COUNT NOT = ZERO
               DISPLAY "One or more transactions were rejected, "
                       "see PNDLOG"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End".
           STOP RUN.

       READ-CONTROL-CARD.
           PERFORM UNTIL END-OF-CONTROL-CARDS OR CONTROL-CARD-FOUND
               READ CONTROL-CARD-FILE
                   AT END
                       SET END-OF-CONTROL-CARDS TO TRUE
                   NOT AT END
                       MOVE CTL-TARGET-FILE TO WS-TARGET-FILE
                       IF (TARGET-IS-SEQPARM OR TARGET-IS-SEQOVR)
                          AND CTL-MAKER-ID NOT = SPACES
                           SET CONTROL-CARD-FOUND TO TRUE
                           MOVE CTL-MAKER-ID TO WS-MAKER-ID
                       ELSE
                           DISPLAY "Unusable MNTCTL card ignored: "
                                   CONTROL-CARD-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-LAST-ITEM-NUMBER.
           OPEN INPUT ITEM-NUMBER-FILE
           IF WS-PNDGEN-STATUS = "00"
               PERFORM UNTIL END-OF-ITEM-NUMBER-FILE
                   READ ITEM-NUMBER-FILE
                       AT END
                           SET END-OF-ITEM-NUMBER-FILE TO TRUE
                       NOT AT END
                           IF GEN-LAST-ITEM-NUMBER NUMERIC
                               MOVE GEN-LAST-ITEM-NUMBER
                                   TO WS-LAST-ITEM-NUMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-NUMBER-FILE
           ELSE
               DISPLAY "No PNDGEN control available, status "
                       WS-PNDGEN-STATUS
                       " - item numbers restart at 1"
           END-IF.

      *>  Everything already pending goes forward untouched; only
      *>  MNTAPPR takes items off the file.
       COPY-PENDING-ITEMS.
           PERFORM UNTIL END-OF-PENDING-FILE
               READ PENDING-FILE
                   AT END
                       SET END-OF-PENDING-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO CARRIED-COUNT
                       IF PND-ITEM-NUMBER NUMERIC
                          AND PND-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                           MOVE PND-ITEM-NUMBER
                               TO WS-LAST-ITEM-NUMBER
                       END-IF
                       MOVE PENDING-RECORD TO NEW-PENDING-RECORD
                       WRITE NEW-PENDING-RECORD
               END-READ
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   ADD 1 TO TRAN-READ-COUNT
           END-READ.

       QUEUE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF TARGET-IS-SEQPARM
               PERFORM EDIT-PARM-TRANSACTION
           ELSE
               PERFORM EDIT-OVR-TRANSACTION
           END-IF
           MOVE TRANSACTION-RECORD TO LD-TRANSACTION
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO REJECTED-COUNT
               MOVE 'REJECTED' TO LD-TAG
               MOVE SPACES TO LD-ITEM-NUMBER
               MOVE WS-REJECT-REASON TO LD-COMMENT
               PERFORM WRITE-LOG-DETAIL
           ELSE
               PERFORM WRITE-PENDING-ITEM
           END-IF.

       EDIT-PARM-TRANSACTION.
           EVALUATE TRUE
               WHEN PTR-ACTION-CODE NOT = 'A' AND NOT = 'C'
                   MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
               WHEN PTR-KEYWORD = SPACES
                   MOVE 'NO KEYWORD' TO WS-REJECT-REASON
               WHEN PTR-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN PTR-VALUE NOT NUMERIC
                   MOVE 'NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.

       EDIT-OVR-TRANSACTION.
           EVALUATE TRUE
               WHEN OTR-ACTION-CODE NOT = 'A' AND NOT = 'R'
                   MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
               WHEN OTR-SEQ-NUMBER NOT NUMERIC
                   MOVE 'NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               WHEN OTR-ACTION-CODE = 'A'
                AND OTR-EXPIRY-DATE NOT NUMERIC
                   MOVE 'BAD EXPIRY DATE' TO WS-REJECT-REASON
               WHEN OTR-ACTION-CODE = 'A'
                AND OTR-AUTHORIZED-BY = SPACES
                   MOVE 'NO AUTHORIZER' TO WS-REJECT-REASON
           END-EVALUATE.

       WRITE-PENDING-ITEM.
           ADD 1 TO WS-LAST-ITEM-NUMBER
               ON SIZE ERROR
                   MOVE 1 TO WS-LAST-ITEM-NUMBER
           END-ADD
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-LAST-ITEM-NUMBER TO PND-ITEM-NUMBER
           MOVE WS-TARGET-FILE TO PND-TARGET-FILE
           MOVE WS-MAKER-ID TO PND-MAKER-ID
           MOVE WS-RUN-DATE-YMD TO PND-ENTRY-DATE
           MOVE WS-RUN-TIME-HMS TO PND-ENTRY-TIME
           MOVE TRANSACTION-RECORD TO PND-TRANSACTION
           MOVE PENDING-RECORD TO NEW-PENDING-RECORD
           WRITE NEW-PENDING-RECORD
           IF WS-SEQPNDN-STATUS NOT = "00"
               DISPLAY "SEQPNDN write failed, status "
                       WS-SEQPNDN-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE PENDING-FILE
               CLOSE NEW-PENDING-FILE
               CLOSE LOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO QUEUED-COUNT
           MOVE 'QUEUED' TO LD-TAG
           MOVE PND-ITEM-NUMBER TO LD-ITEM-NUMBER
           MOVE 'AWAITING APPROVAL' TO LD-COMMENT
           PERFORM WRITE-LOG-DETAIL.

       SAVE-LAST-ITEM-NUMBER.
           OPEN OUTPUT ITEM-NUMBER-FILE
           IF WS-PNDGEN-STATUS NOT = "00"
               DISPLAY "Unable to rewrite PNDGEN, status "
                       WS-PNDGEN-STATUS
                       " - next run takes the number from SEQPND"
           ELSE
               MOVE WS-LAST-ITEM-NUMBER TO GEN-LAST-ITEM-NUMBER
               WRITE ITEM-NUMBER-RECORD
               CLOSE ITEM-NUMBER-FILE
           END-IF.

       WRITE-LOG-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-PROGRAM-NAME TO LH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO LH-RUN-DATE
           MOVE WS-TARGET-FILE TO LH-TARGET-FILE
           MOVE WS-MAKER-ID TO LH-MAKER-ID
           MOVE WS-LOG-HEADER-1 TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-DETAIL.
           MOVE WS-LOG-DETAIL-LINE TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-TOTALS.
           MOVE TRAN-READ-COUNT TO LT-TRAN-READ-COUNT
           MOVE QUEUED-COUNT    TO LT-QUEUED-COUNT
           MOVE REJECTED-COUNT  TO LT-REJECTED-COUNT
           MOVE CARRIED-COUNT   TO LT-CARRIED-COUNT
           MOVE WS-LOG-TOTALS-LINE TO LOG-LINE
           WRITE LOG-LINE.

       WRITE-LOG-FOOTER.
           MOVE WS-LOG-FOOTER-LINE TO LOG-LINE
           WRITE LOG-LINE.
