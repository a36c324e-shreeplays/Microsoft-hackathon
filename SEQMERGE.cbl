      *> ---------------------------------------------------------
      *> Recombines the partial outputs of the partitioned
      *> classify steps (see SEQSPLIT and jcl/NUMBPAR.jcl) into
      *> the single SEQRPT / SEQREJ / SEQAUD / SEQXTR / SEQSUS /
      *> SEQHLD / SEQRCPT the rest of the shop consumes.  The
      *> partial files arrive as JCL concatenations on SEQRPTP /
      *> SEQREJP / SEQAUDP / SEQXTRP / SEQSUSP / SEQHLDP / SEQRCPP.
      *> Rejects, audit records, extract records, suspense
      *> records, embargo held items, and batch receipts are
      *> copied through (SEQSPLIT keeps every batch whole, so
      *> each receipt arrives complete from one partition).  Each
      *> partition numbers its receipts from its own first batch,
      *> so the receipts are renumbered in merged order as they
      *> are copied, one number per receipt header, and the
      *> merged SEQRCPT never repeats a batch number; the
      *> report is rebuilt - detail lines are copied
      *> from the partial reports, and the per-source section and
      *> lane totals are re-aggregated from their SOURCE and LANE
      *> lines, so the merged report carries the same lane set,
      *> The result total is recomputed from the merged extract;
      *> the size-error count comes from the merged suspense
      *> records, since size-error results are held in suspense
      *> and never reach the extract.  Results held under an
      *> embargo stay in the result total, as on a single-stream
      *> report, and are added from the merged SEQHLD records.
      *> The merged extract's envelope records the run's window
      *> as the earliest and latest audit stamps the partitions
      *> wrote, so RUNBACK can find the run's audit records.
      *> RC=4 when the merged run carried any rejects.
      *> ---------------------------------------------------------

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSUSP-STATUS.

           SELECT PARTIAL-HELD-FILE ASSIGN TO "SEQHLDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLDP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SEQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRPT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSUS-STATUS.

           SELECT HELD-FILE ASSIGN TO "SEQHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLD-STATUS.

           SELECT PARTIAL-RECEIPT-FILE ASSIGN TO "SEQRCPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRCPP-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "SEQRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRCPT-STATUS.

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
       FD  PARTIAL-REPORT-FILE

       FD  PARTIAL-AUDIT-FILE
           RECORDING MODE IS F.
       01  PARTIAL-AUDIT-RECORD       PIC X(47).

       FD  PARTIAL-EXTRACT-FILE
           RECORDING MODE IS F.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD               PIC X(47).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.

       FD  PARTIAL-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  PARTIAL-SUSPENSE-RECORD    PIC X(41).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD            PIC X(41).

       FD  PARTIAL-HELD-FILE
           RECORDING MODE IS F.
       COPY "SEQHLD.cpy".

       FD  HELD-FILE
           RECORDING MODE IS F.
       01  MERGED-HELD-RECORD         PIC X(46).

       FD  PARTIAL-RECEIPT-FILE
           RECORDING MODE IS F.
       01  PARTIAL-RECEIPT-RECORD     PIC X(80).

       FD  RECEIPT-FILE
           RECORDING MODE IS F.
       COPY "SEQRCP.cpy".

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
       01  WS-SEQRPTP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQREJP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQAUDP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQXTRP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQSUSP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQHLDP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQREJ-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQXTR-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQSUS-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQHLD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQRCPP-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQRCPT-STATUS          PIC XX VALUE SPACES.
       01  WS-XTRGEN-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.

       01  WS-RPT-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-PARTIAL-REPORT  VALUE 'Y'.
           88  END-OF-PARTIAL-EXTRACT VALUE 'Y'.
       01  WS-SUS-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-PARTIAL-SUSPENSE VALUE 'Y'.
       01  WS-HLD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-PARTIAL-HELD    VALUE 'Y'.
       01  WS-RCP-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-PARTIAL-RECEIPTS VALUE 'Y'.
       01  WS-GEN-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-GENERATION-FILE VALUE 'Y'.

           05  WS-EH-RUN-DATE         PIC X(8).
           05  WS-EH-RUN-ID           PIC X(8).
           05  WS-EH-GENERATION       PIC 9(6).
           05  WS-EH-TRANSMISSION-TYPE PIC X(1).
           05  WS-EH-RUN-TIME         PIC X(6).
           05  FILLER                 PIC X(2).
       01  WS-ENV-TRAILER.
           05  WS-ET-RECORD-TYPE      PIC X(1).
           05  WS-ET-RECORD-COUNT     PIC 9(9).
           05  WS-ET-RESULT-HASH      PIC 9(12).
           05  WS-ET-RUN-END-TIME     PIC X(6).
           05  WS-ET-RUN-END-DAYS     PIC 9(1).
           05  FILLER                 PIC X(3).

      *>  The run's window for the envelope (see SEQXTR.cpy): the
      *>  earliest and latest audit stamps the partitions wrote,
      *>  taken as the audit is merged.
       01  WS-WINDOW-START            PIC X(14) VALUE SPACES.
       01  WS-WINDOW-START-NUM REDEFINES WS-WINDOW-START.
           05  WS-WINDOW-START-DATE   PIC 9(8).
           05  FILLER                 PIC X(6).
       01  WS-WINDOW-END              PIC X(14) VALUE SPACES.
       01  WS-WINDOW-END-NUM REDEFINES WS-WINDOW-END.
           05  WS-WINDOW-END-DATE     PIC 9(8).
           05  FILLER                 PIC X(6).
       01  WS-AUDIT-STAMP             PIC X(14) VALUE SPACES.
       01  WS-WINDOW-DAYS             PIC 9(1) VALUE ZERO.

      *>  The first partial report's framing (limits echo, rule
      *>  listing, column header) is copied into the merged
           88  SOURCE-ENTRY-FOUND     VALUE 'Y'.
       01  WS-SOURCE-FOUND-IDX        PIC 9(4) VALUE ZERO.

      *>  Batch number of the receipt being copied, counted across
      *>  every partition.
       01  WS-MERGED-BATCH            PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  REJECT-COUNT           PIC 9(9) VALUE ZERO.
           05  AUDIT-COPY-COUNT       PIC 9(9) VALUE ZERO.
           05  EXTRACT-COPY-COUNT     PIC 9(9) VALUE ZERO.
           05  SUSPENSE-COPY-COUNT    PIC 9(9) VALUE ZERO.
           05  HELD-COPY-COUNT        PIC 9(9) VALUE ZERO.
           05  DETAIL-COPY-COUNT      PIC 9(9) VALUE ZERO.
           05  RECEIPT-COPY-COUNT     PIC 9(9) VALUE ZERO.
           05  SIZE-ERROR-COUNT       PIC 9(7) VALUE ZERO.
           05  RESULT-TOTAL           PIC 9(12) VALUE ZERO.

           05  RT-SIZE-ERROR-COUNT    PIC Z(6)9.
           05  FILLER                 PIC X(12) VALUE '  REJECTS: '.
           05  RT-REJECT-COUNT        PIC Z(8)9.
           05  FILLER                 PIC X(8)  VALUE '  HELD: '.
           05  RT-HELD-COUNT          PIC Z(4)9.

       01  WS-REPORT-SOURCE-LINE.
           05  FILLER                 PIC X(7)  VALUE 'SOURCE '.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           PERFORM OPEN-ALL-FILES

           PERFORM MERGE-EXTRACT
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM MERGE-SUSPENSE
           PERFORM MERGE-HELD
           PERFORM MERGE-RECEIPTS

           PERFORM WRITE-REPORT-HEADER
           PERFORM MERGE-REPORT-LINES
           DISPLAY "Audit records merged: " AUDIT-COPY-COUNT
           DISPLAY "Extract records merged: " EXTRACT-COPY-COUNT
           DISPLAY "Suspense records merged: " SUSPENSE-COPY-COUNT
           DISPLAY "Held records merged: " HELD-COPY-COUNT
           DISPLAY "Report detail lines merged: " DETAIL-COPY-COUNT
           DISPLAY "Receipt records merged: " RECEIPT-COPY-COUNT
           DISPLAY "Result total: " RESULT-TOTAL

           IF REJECT-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PARTIAL-HELD-FILE
           IF WS-SEQHLDP-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLDP, status "
                       WS-SEQHLDP-STATUS
               PERFORM CLOSE-ALL-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PARTIAL-RECEIPT-FILE
           IF WS-SEQRCPP-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRCPP, status "
                       WS-SEQRCPP-STATUS
               PERFORM CLOSE-ALL-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-SEQRPT-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRPT, status " WS-SEQRPT-STATUS
               PERFORM CLOSE-ALL-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HELD-FILE
           IF WS-SEQHLD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLD, status " WS-SEQHLD-STATUS
               PERFORM CLOSE-ALL-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RECEIPT-FILE
           IF WS-SEQRCPT-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRCPT, status "
                       WS-SEQRCPT-STATUS
               PERFORM CLOSE-ALL-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE AUDIT-FILE
           CLOSE EXTRACT-FILE
           CLOSE PARTIAL-SUSPENSE-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PARTIAL-HELD-FILE
           CLOSE HELD-FILE
           CLOSE PARTIAL-RECEIPT-FILE
           CLOSE RECEIPT-FILE.

       MERGE-REJECTS.
           PERFORM UNTIL END-OF-PARTIAL-REJECTS
                       MOVE PARTIAL-AUDIT-RECORD TO AUDIT-RECORD
                       WRITE AUDIT-RECORD
                       ADD 1 TO AUDIT-COPY-COUNT
                       PERFORM WIDEN-RUN-WINDOW
               END-READ
           END-PERFORM
           IF WS-WINDOW-START = SPACES
               MOVE WS-RUN-START-STAMP (1:14) TO WS-WINDOW-START
               MOVE WS-RUN-START-STAMP (1:14) TO WS-WINDOW-END
           END-IF.

      *>  Run date and time sit at columns 23-36 of the SEQAUD
      *>  record (see SEQAUD.cpy).
       WIDEN-RUN-WINDOW.
           MOVE PARTIAL-AUDIT-RECORD (23:14) TO WS-AUDIT-STAMP
           IF WS-AUDIT-STAMP NUMERIC
               IF WS-WINDOW-START = SPACES
                OR WS-AUDIT-STAMP < WS-WINDOW-START
                   MOVE WS-AUDIT-STAMP TO WS-WINDOW-START
               END-IF
               IF WS-WINDOW-END = SPACES
                OR WS-AUDIT-STAMP > WS-WINDOW-END
                   MOVE WS-AUDIT-STAMP TO WS-WINDOW-END
               END-IF
           END-IF.

      *>  Each partial carries its own envelope; those header
      *>  and trailer records (first byte not a digit) are
       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO WS-ENV-HEADER
           MOVE 'H' TO WS-EH-RECORD-TYPE
           MOVE WS-WINDOW-START (1:8) TO WS-EH-RUN-DATE
           MOVE WS-WINDOW-START (9:6) TO WS-EH-RUN-TIME
           MOVE WS-PROGRAM-NAME TO WS-EH-RUN-ID
           MOVE WS-EXTRACT-GENERATION TO WS-EH-GENERATION
           MOVE WS-ENV-HEADER TO EXTRACT-RECORD
           MOVE 'T' TO WS-ET-RECORD-TYPE
           MOVE EXTRACT-COPY-COUNT TO WS-ET-RECORD-COUNT
           MOVE WS-XTR-RESULT-HASH TO WS-ET-RESULT-HASH
           COMPUTE WS-WINDOW-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WINDOW-END-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-WINDOW-START-DATE)
               ON SIZE ERROR
                   MOVE 9 TO WS-WINDOW-DAYS
           END-COMPUTE
           MOVE WS-WINDOW-END (9:6) TO WS-ET-RUN-END-TIME
           MOVE WS-WINDOW-DAYS TO WS-ET-RUN-END-DAYS
           MOVE WS-ENV-TRAILER TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.

               END-READ
           END-PERFORM.

      *>  Held results were computed cleanly and are part of the
      *>  result total; they are held off the extract only while
      *>  their embargo lasts.
       MERGE-HELD.
           PERFORM UNTIL END-OF-PARTIAL-HELD
               READ PARTIAL-HELD-FILE
                   AT END
                       SET END-OF-PARTIAL-HELD TO TRUE
                   NOT AT END
                       MOVE HELD-RECORD TO MERGED-HELD-RECORD
                       WRITE MERGED-HELD-RECORD
                       ADD 1 TO HELD-COPY-COUNT
                       ADD HLD-RESULT TO RESULT-TOTAL
               END-READ
           END-PERFORM.

       MERGE-RECEIPTS.
           PERFORM UNTIL END-OF-PARTIAL-RECEIPTS
               READ PARTIAL-RECEIPT-FILE
                   AT END
                       SET END-OF-PARTIAL-RECEIPTS TO TRUE
                   NOT AT END
                       MOVE PARTIAL-RECEIPT-RECORD TO RECEIPT-RECORD
                       IF RECEIPT-HEADER-RECORD
                           ADD 1 TO WS-MERGED-BATCH
                       END-IF
                       MOVE WS-MERGED-BATCH TO RCP-BATCH-NUMBER
                       WRITE RECEIPT-RECORD
                       ADD 1 TO RECEIPT-COPY-COUNT
               END-READ
           END-PERFORM.

       ACCUMULATE-EXTRACT-TOTALS.
           IF SEQXTR-SIZE-ERROR-FLAG = 'Y'
               ADD 1 TO SIZE-ERROR-COUNT
           MOVE RESULT-TOTAL TO RT-RESULT-TOTAL
           MOVE SIZE-ERROR-COUNT TO RT-SIZE-ERROR-COUNT
           MOVE REJECT-COUNT TO RT-REJECT-COUNT
           MOVE HELD-COPY-COUNT TO RT-HELD-COUNT
           MOVE WS-RESULT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

                   WRITE REPORT-LINE
               END-PERFORM
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
               MOVE AUDIT-COPY-COUNT TO RLG-RECORDS-IN
               MOVE EXTRACT-COPY-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
