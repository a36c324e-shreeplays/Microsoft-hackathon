      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBMNT.
      *> ---------------------------------------------------------
      *> Maintenance for the SEQEMB allocation embargo file.
      *> Applies a transaction file (EMBTRAN) of adds, changes
      *> and removals to the current SEQEMB and writes the
      *> updated file to SEQEMBN; the job then swaps SEQEMBN in
      *> as the live dataset (see jcl/EMBMNT.jcl).  Every applied
      *> transaction is logged on EMBLOG with its before and
      *> after images, the way SRCMNT logs the office registry,
      *> so placing or lifting an embargo leaves an audit trail.
      *> Transactions (keyed by key type and key value):  'A'
      *> place an embargo, 'C' change every field of an existing
      *> one, 'R' remove one.  Key type 'L' embargoes a lane (lane
      *> code in the first byte of the key, rest spaces), 'S' a
      *> regional office (source id).  An add or change must
      *> carry a reason, an authorizer, an effective-from date
      *> and either spaces (until lifted) or an effective-to date
      *> no earlier than the from date; dates are YYYYMMDD.
      *> An embargo is normally lifted by changing its
      *> effective-to date, which keeps the record for the
      *> HLDAGE report; a removed embargo counts as lifted, and
      *> HLDREL releases the items it held on its next run.
      *> A transaction that cannot be applied is logged 'REJECTED'
      *> and the run ends RC=4 so nothing is swapped in
      *> unreviewed.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARGO-FILE ASSIGN TO "SEQEMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQEMB-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "EMBTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBTRAN-STATUS.

           SELECT NEW-EMBARGO-FILE ASSIGN TO "SEQEMBN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQEMBN-STATUS.

           SELECT LOG-FILE ASSIGN TO "EMBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARGO-FILE
           RECORDING MODE IS F.
       COPY "SEQEMB.cpy".

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-RECORD.
      *>  Action code: 'A' = add, 'C' = change, 'R' = remove.
           05  TRN-ACTION-CODE        PIC X(1).
           05  TRN-KEY-TYPE           PIC X(1).
           05  TRN-KEY-VALUE          PIC X(4).
           05  TRN-REASON             PIC X(20).
           05  TRN-AUTHORIZED-BY      PIC X(8).
           05  TRN-EFFECTIVE-FROM     PIC X(8).
           05  TRN-FROM-PARTS REDEFINES TRN-EFFECTIVE-FROM.
               10  TRN-FROM-YYYY      PIC X(4).
               10  TRN-FROM-MM        PIC X(2).
               10  TRN-FROM-DD        PIC X(2).
           05  TRN-EFFECTIVE-TO       PIC X(8).
           05  TRN-TO-PARTS REDEFINES TRN-EFFECTIVE-TO.
               10  TRN-TO-YYYY        PIC X(4).
               10  TRN-TO-MM          PIC X(2).
               10  TRN-TO-DD          PIC X(2).

       FD  NEW-EMBARGO-FILE
           RECORDING MODE IS F.
       01  NEW-EMBARGO-RECORD         PIC X(49).

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-LINE                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SEQEMB-STATUS           PIC XX VALUE SPACES.
       01  WS-EMBTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQEMBN-STATUS          PIC XX VALUE SPACES.
       01  WS-EMBLOG-STATUS           PIC XX VALUE SPACES.

       01  WS-EMBARGO-EOF-SWITCH      PIC X VALUE 'N'.
           88  END-OF-EMBARGO-FILE    VALUE 'Y'.
       01  WS-TRAN-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS    VALUE 'Y'.

      *>  A removed entry is marked rather than shifted so the
      *>  table indexes stay stable while transactions apply.
      *>  The table holds as many embargoes as NUMBERPROC and
      *>  HLDREL can load.
       01  WS-EMBARGO-TABLE.
           05  WS-EMB-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-EMB-MAX             PIC 9(4) VALUE 200.
           05  WS-EMB-ENTRY           OCCURS 200 TIMES
                                      INDEXED BY EMB-IDX.
               10  WS-EMB-KEY-TYPE    PIC X(1).
               10  WS-EMB-KEY-VALUE   PIC X(4).
               10  WS-EMB-REASON      PIC X(20).
               10  WS-EMB-AUTHORIZED-BY
                                      PIC X(8).
               10  WS-EMB-FROM        PIC X(8).
               10  WS-EMB-TO          PIC X(8).
               10  WS-EMB-DELETED-SW  PIC X(1).

       01  WS-MATCH-SWITCH            PIC X VALUE 'N'.
           88  EMBARGO-ENTRY-FOUND    VALUE 'Y'.
       01  WS-MATCH-IDX               PIC 9(4) VALUE ZERO.
       01  WS-KEY-SWITCH              PIC X VALUE 'N'.
           88  KEY-IS-VALID           VALUE 'Y'.
       01  WS-DATES-SWITCH            PIC X VALUE 'N'.
           88  DATES-ARE-VALID        VALUE 'Y'.

       01  WS-COUNTERS.
           05  TRAN-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  ADDED-COUNT            PIC 9(7) VALUE ZERO.
           05  CHANGED-COUNT          PIC 9(7) VALUE ZERO.
           05  REMOVED-COUNT          PIC 9(7) VALUE ZERO.
           05  REJECTED-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'EMBMNT'.
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
           05  LD-KEY-TYPE            PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-KEY-VALUE           PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-REASON              PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-AUTHORIZED-BY       PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-EFFECTIVE-FROM      PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-EFFECTIVE-TO        PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  LD-COMMENT             PIC X(11).
           05  FILLER                 PIC X(1)  VALUE SPACES.

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

           OPEN INPUT EMBARGO-FILE
           IF WS-SEQEMB-STATUS NOT = "00"
               DISPLAY "Unable to open SEQEMB, status "
                       WS-SEQEMB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-EMBTRAN-STATUS NOT = "00"
               DISPLAY "Unable to open EMBTRAN, status "
                       WS-EMBTRAN-STATUS
               CLOSE EMBARGO-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-EMBARGO-FILE
           IF WS-SEQEMBN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQEMBN, status "
                       WS-SEQEMBN-STATUS
               CLOSE EMBARGO-FILE
               CLOSE TRANSACTION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LOG-FILE
           IF WS-EMBLOG-STATUS NOT = "00"
               DISPLAY "Unable to open EMBLOG, status "
                       WS-EMBLOG-STATUS
               CLOSE EMBARGO-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NEW-EMBARGO-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-LOG-HEADER

           PERFORM LOAD-EMBARGO-TABLE

           PERFORM READ-TRANSACTION
           PERFORM UNTIL END-OF-TRANSACTIONS
               PERFORM APPLY-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM

           PERFORM WRITE-NEW-EMBARGO-FILE

           PERFORM WRITE-LOG-TOTALS
           PERFORM WRITE-LOG-FOOTER

           CLOSE EMBARGO-FILE
           CLOSE TRANSACTION-FILE
           CLOSE NEW-EMBARGO-FILE
           CLOSE LOG-FILE

           DISPLAY "Transactions read: " TRAN-READ-COUNT
           DISPLAY "Added: " ADDED-COUNT
           DISPLAY "Changed: " CHANGED-COUNT
           DISPLAY "Removed: " REMOVED-COUNT
           DISPLAY "Rejected: " REJECTED-COUNT

           IF REJECTED-COUNT NOT = ZERO
               DISPLAY "One or more transactions were rejected, "
                       "see EMBLOG"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End".
           STOP RUN.

       LOAD-EMBARGO-TABLE.
           PERFORM UNTIL END-OF-EMBARGO-FILE
               READ EMBARGO-FILE
                   AT END
                       SET END-OF-EMBARGO-FILE TO TRUE
                   NOT AT END
                       IF WS-EMB-COUNT >= WS-EMB-MAX
                           DISPLAY "Embargo table full at "
                                   WS-EMB-MAX " entries"
                           CLOSE EMBARGO-FILE
                           CLOSE TRANSACTION-FILE
                           CLOSE NEW-EMBARGO-FILE
                           CLOSE LOG-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-EMB-COUNT
                       SET EMB-IDX TO WS-EMB-COUNT
                       MOVE EMB-KEY-TYPE TO WS-EMB-KEY-TYPE (EMB-IDX)
                       MOVE EMB-KEY-VALUE
                           TO WS-EMB-KEY-VALUE (EMB-IDX)
                       MOVE EMB-REASON TO WS-EMB-REASON (EMB-IDX)
                       MOVE EMB-AUTHORIZED-BY
                           TO WS-EMB-AUTHORIZED-BY (EMB-IDX)
                       MOVE EMB-EFFECTIVE-FROM TO WS-EMB-FROM (EMB-IDX)
                       MOVE EMB-EFFECTIVE-TO TO WS-EMB-TO (EMB-IDX)
                       MOVE 'N' TO WS-EMB-DELETED-SW (EMB-IDX)
               END-READ
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   ADD 1 TO TRAN-READ-COUNT
           END-READ.

      *>  A removal needs only the key; an add or change carries
      *>  the full embargo image.
       APPLY-TRANSACTION.
           PERFORM CHECK-TRANSACTION-KEY
           PERFORM CHECK-TRANSACTION-DATES
           PERFORM FIND-EMBARGO-ENTRY
           EVALUATE TRUE
               WHEN NOT KEY-IS-VALID
                   MOVE 'BAD KEY' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'R' AND EMBARGO-ENTRY-FOUND
                   PERFORM REMOVE-EMBARGO-ENTRY
               WHEN TRN-ACTION-CODE = 'R'
                   MOVE 'NO SUCH KEY' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE NOT = 'A'
                AND TRN-ACTION-CODE NOT = 'C'
                   MOVE 'BAD ACTION' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-REASON = SPACES
                   MOVE 'NO REASON' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-AUTHORIZED-BY = SPACES
                   MOVE 'NO AUTH' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN NOT DATES-ARE-VALID
                   MOVE 'BAD DATES' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'A' AND NOT EMBARGO-ENTRY-FOUND
                   PERFORM ADD-EMBARGO-ENTRY
               WHEN TRN-ACTION-CODE = 'A'
                   MOVE 'DUPLICATE' TO LD-COMMENT
                   PERFORM LOG-REJECTED
               WHEN TRN-ACTION-CODE = 'C' AND EMBARGO-ENTRY-FOUND
                   PERFORM CHANGE-EMBARGO-ENTRY
               WHEN OTHER
                   MOVE 'NO SUCH KEY' TO LD-COMMENT
                   PERFORM LOG-REJECTED
           END-EVALUATE.

      *>  A lane key is the one-byte lane code followed by spaces,
      *>  since NUMBERPROC matches lanes on the first byte alone.
       CHECK-TRANSACTION-KEY.
           MOVE 'N' TO WS-KEY-SWITCH
           EVALUATE TRUE
               WHEN TRN-KEY-TYPE = 'L'
                   IF TRN-KEY-VALUE (1:1) NOT = SPACE
                      AND TRN-KEY-VALUE (2:3) = SPACES
                       SET KEY-IS-VALID TO TRUE
                   END-IF
               WHEN TRN-KEY-TYPE = 'S'
                   IF TRN-KEY-VALUE NOT = SPACES
                       SET KEY-IS-VALID TO TRUE
                   END-IF
           END-EVALUATE.

       CHECK-TRANSACTION-DATES.
           MOVE 'N' TO WS-DATES-SWITCH
           IF TRN-EFFECTIVE-FROM NUMERIC
              AND TRN-FROM-MM >= '01' AND TRN-FROM-MM <= '12'
              AND TRN-FROM-DD >= '01' AND TRN-FROM-DD <= '31'
               IF TRN-EFFECTIVE-TO = SPACES
                   SET DATES-ARE-VALID TO TRUE
               ELSE
                   IF TRN-EFFECTIVE-TO NUMERIC
                      AND TRN-TO-MM >= '01' AND TRN-TO-MM <= '12'
                      AND TRN-TO-DD >= '01' AND TRN-TO-DD <= '31'
                      AND TRN-EFFECTIVE-TO >= TRN-EFFECTIVE-FROM
                       SET DATES-ARE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-EMBARGO-ENTRY.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-IDX
           IF WS-EMB-COUNT NOT = ZERO
               PERFORM VARYING EMB-IDX FROM 1 BY 1
                       UNTIL EMB-IDX > WS-EMB-COUNT
                          OR EMBARGO-ENTRY-FOUND
                   IF WS-EMB-KEY-TYPE (EMB-IDX) = TRN-KEY-TYPE
                      AND WS-EMB-KEY-VALUE (EMB-IDX) = TRN-KEY-VALUE
                      AND WS-EMB-DELETED-SW (EMB-IDX) = 'N'
                       SET EMBARGO-ENTRY-FOUND TO TRUE
                       SET WS-MATCH-IDX TO EMB-IDX
                   END-IF
               END-PERFORM
           END-IF.

       ADD-EMBARGO-ENTRY.
           IF WS-EMB-COUNT >= WS-EMB-MAX
               MOVE 'TABLE FULL' TO LD-COMMENT
               PERFORM LOG-REJECTED
           ELSE
               ADD 1 TO WS-EMB-COUNT
               SET EMB-IDX TO WS-EMB-COUNT
               PERFORM MOVE-TRANSACTION-TO-ENTRY
               MOVE 'N' TO WS-EMB-DELETED-SW (EMB-IDX)
               ADD 1 TO ADDED-COUNT
               MOVE 'ADDED' TO LD-TAG
               MOVE TRN-ACTION-CODE TO LD-ACTION
               PERFORM MOVE-ENTRY-TO-LOG
               MOVE SPACES TO LD-COMMENT
               PERFORM WRITE-LOG-DETAIL
           END-IF.

       CHANGE-EMBARGO-ENTRY.
           SET EMB-IDX TO WS-MATCH-IDX
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

       REMOVE-EMBARGO-ENTRY.
           SET EMB-IDX TO WS-MATCH-IDX
           MOVE 'BEFORE' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           PERFORM MOVE-ENTRY-TO-LOG
           MOVE SPACES TO LD-COMMENT
           PERFORM WRITE-LOG-DETAIL
           MOVE 'Y' TO WS-EMB-DELETED-SW (EMB-IDX)
           ADD 1 TO REMOVED-COUNT
           MOVE 'REMOVED' TO LD-TAG
           PERFORM WRITE-LOG-DETAIL.

       MOVE-TRANSACTION-TO-ENTRY.
           MOVE TRN-KEY-TYPE TO WS-EMB-KEY-TYPE (EMB-IDX)
           MOVE TRN-KEY-VALUE TO WS-EMB-KEY-VALUE (EMB-IDX)
           MOVE TRN-REASON TO WS-EMB-REASON (EMB-IDX)
           MOVE TRN-AUTHORIZED-BY TO WS-EMB-AUTHORIZED-BY (EMB-IDX)
           MOVE TRN-EFFECTIVE-FROM TO WS-EMB-FROM (EMB-IDX)
           MOVE TRN-EFFECTIVE-TO TO WS-EMB-TO (EMB-IDX).

       MOVE-ENTRY-TO-LOG.
           MOVE WS-EMB-KEY-TYPE (EMB-IDX) TO LD-KEY-TYPE
           MOVE WS-EMB-KEY-VALUE (EMB-IDX) TO LD-KEY-VALUE
           MOVE WS-EMB-REASON (EMB-IDX) TO LD-REASON
           MOVE WS-EMB-AUTHORIZED-BY (EMB-IDX) TO LD-AUTHORIZED-BY
           MOVE WS-EMB-FROM (EMB-IDX) TO LD-EFFECTIVE-FROM
           MOVE WS-EMB-TO (EMB-IDX) TO LD-EFFECTIVE-TO.

       LOG-REJECTED.
           ADD 1 TO REJECTED-COUNT
           MOVE 'REJECTED' TO LD-TAG
           MOVE TRN-ACTION-CODE TO LD-ACTION
           MOVE TRN-KEY-TYPE TO LD-KEY-TYPE
           MOVE TRN-KEY-VALUE TO LD-KEY-VALUE
           MOVE TRN-REASON TO LD-REASON
           MOVE TRN-AUTHORIZED-BY TO LD-AUTHORIZED-BY
           MOVE TRN-EFFECTIVE-FROM TO LD-EFFECTIVE-FROM
           MOVE TRN-EFFECTIVE-TO TO LD-EFFECTIVE-TO
           PERFORM WRITE-LOG-DETAIL.

       WRITE-NEW-EMBARGO-FILE.
           IF WS-EMB-COUNT NOT = ZERO
               PERFORM VARYING EMB-IDX FROM 1 BY 1
                       UNTIL EMB-IDX > WS-EMB-COUNT
                   IF WS-EMB-DELETED-SW (EMB-IDX) = 'N'
                       MOVE SPACES TO NEW-EMBARGO-RECORD
                       STRING WS-EMB-KEY-TYPE (EMB-IDX)
                              WS-EMB-KEY-VALUE (EMB-IDX)
                              WS-EMB-REASON (EMB-IDX)
                              WS-EMB-AUTHORIZED-BY (EMB-IDX)
                              WS-EMB-FROM (EMB-IDX)
                              WS-EMB-TO (EMB-IDX)
                           DELIMITED BY SIZE
                           INTO NEW-EMBARGO-RECORD
                       WRITE NEW-EMBARGO-RECORD
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
