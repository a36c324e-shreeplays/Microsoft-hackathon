      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDAGE.
      *> ---------------------------------------------------------
      *> Aging report for the SEQHLD embargo held items.
      *> Runs after HLDREL against the held-items generation it
      *> carried forward, so everything listed is still held
      *> out of allocation.  HLDARPT lists every held item with
      *> the embargo that holds it and its age in days since
      *> NUMBERPROC classified and held it (HLD-RUN-DATE), marks
      *> anything held past the 30-day review standard, and
      *> closes with an aging summary (held 1-7, 8-30, 31-90,
      *> over 90 days) broken down by embargo, with the reason
      *> and the authorizer from SEQEMB, so the business can see
      *> what each embargo is costing allocation and for how
      *> long.  An embargo no longer on SEQEMB (removed, with its
      *> items not yet released) is named as such.  SEQEMB is
      *> optional here; without it only the reasons are lost.
      *> RC=4 when anything has been held past the review
      *> standard, RC=0 otherwise.
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

           SELECT REPORT-FILE ASSIGN TO "HLDARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDARPT-STATUS.

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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       FD  RUN-ID-FILE
           RECORDING MODE IS F.
       COPY "SEQRID.cpy".

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       COPY "SEQRLG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SEQHLD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQEMB-STATUS           PIC XX VALUE SPACES.
       01  WS-HLDARPT-STATUS          PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.

       01  WS-HLD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-HELD            VALUE 'Y'.
       01  WS-EMB-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-EMBARGO-FILE    VALUE 'Y'.

      *>  Every SEQEMB record, in force or not, for the reason
      *>  and authorizer on the summary lines.
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

      *>  Aging summary per embargo (type and key that held the
      *>  item): held counts bucketed 1-7, 8-30, 31-90 and over
      *>  90 days.
       01  WS-AGING-TABLE.
           05  WS-AGE-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-AGE-MAX             PIC 9(4) VALUE 200.
           05  WS-AGE-ENTRY           OCCURS 200 TIMES
                                      INDEXED BY AGE-IDX.
               10  WS-AGE-KEY-TYPE    PIC X(1).
               10  WS-AGE-KEY-VALUE   PIC X(4).
               10  WS-AGE-1-7         PIC 9(7).
               10  WS-AGE-8-30        PIC 9(7).
               10  WS-AGE-31-90       PIC 9(7).
               10  WS-AGE-OVER-90     PIC 9(7).
       01  WS-AGE-FOUND-SWITCH        PIC X VALUE 'N'.
           88  AGE-ENTRY-FOUND        VALUE 'Y'.
       01  WS-AGE-FOUND-IDX           PIC 9(4) VALUE ZERO.
       01  WS-EMB-FOUND-SWITCH        PIC X VALUE 'N'.
           88  EMBARGO-ENTRY-FOUND    VALUE 'Y'.

       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
       01  WS-HELD-DATE               PIC X(8) VALUE SPACES.
       01  WS-HELD-DATE-NUM REDEFINES WS-HELD-DATE
                                      PIC 9(8).
       01  WS-RUN-DATE-INT            PIC S9(9) COMP VALUE ZERO.
       01  WS-DAYS-HELD               PIC S9(5) COMP VALUE ZERO.
       01  WS-REVIEW-DAYS             PIC 9(3) VALUE 30.

       01  WS-COUNTERS.
           05  HELD-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  REVIEW-COUNT           PIC 9(7) VALUE ZERO.
           05  OLDEST-DAYS-HELD       PIC 9(5) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'HLDAGE'.
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
           05  FILLER                 PIC X(7)  VALUE 'EMBARGO'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE 'HELD ON'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(9)  VALUE 'DAYS HELD'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE 'STATUS'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  RD-SEQ-NUMBER          PIC Z(8)9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-CLASS-CODE          PIC X(4).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-RESULT              PIC Z(8)9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-EMBARGO-TYPE        PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-EMBARGO-KEY         PIC X(4).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RD-HELD-DATE           PIC X(8).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-DAYS-HELD           PIC Z(8)9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RD-STATUS              PIC X(6).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SC-SECTION-TEXT        PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-AGING-LINE.
           05  AG-EMBARGO-TYPE        PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  AG-EMBARGO-KEY         PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  AG-REASON              PIC X(20).
           05  FILLER                 PIC X(6)  VALUE ' 1-7: '.
           05  AG-AGE-1-7             PIC Z(4)9.
           05  FILLER                 PIC X(7)  VALUE ' 8-30: '.
           05  AG-AGE-8-30            PIC Z(4)9.
           05  FILLER                 PIC X(8)  VALUE ' 31-90: '.
           05  AG-AGE-31-90           PIC Z(4)9.
           05  FILLER                 PIC X(10) VALUE ' OVER 90: '.
           05  AG-AGE-OVER-90         PIC Z(4)9.
           05  FILLER                 PIC X(1)  VALUE SPACES.

       01  WS-AUTHORIZED-LINE.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE 'AUTHORIZED BY: '.
           05  AA-AUTHORIZED-BY       PIC X(8).
           05  FILLER                 PIC X(49) VALUE SPACES.

       01  WS-REPORT-TOTALS-LINE.
           05  FILLER                 PIC X(6)  VALUE 'HELD: '.
           05  RT-HELD-READ-COUNT     PIC Z(6)9.
           05  FILLER                 PIC X(10) VALUE '  REVIEW: '.
           05  RT-REVIEW-COUNT        PIC Z(6)9.
           05  FILLER                 PIC X(17) VALUE
                                      '  OLDEST (DAYS): '.
           05  RT-OLDEST-DAYS-HELD    PIC Z(4)9.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-REPORT-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               TO WS-RUN-DATE-INT

           PERFORM LOAD-EMBARGO-TABLE

           OPEN INPUT HELD-FILE
           IF WS-SEQHLD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLD, status " WS-SEQHLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-HLDARPT-STATUS NOT = "00"
               DISPLAY "Unable to open HLDARPT, status "
                       WS-HLDARPT-STATUS
               CLOSE HELD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-HELD-RECORD
           PERFORM UNTIL END-OF-HELD
               PERFORM REPORT-ONE-HELD-ITEM
               PERFORM READ-HELD-RECORD
           END-PERFORM

           PERFORM WRITE-AGING-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-REPORT-FOOTER

           CLOSE HELD-FILE
           CLOSE REPORT-FILE

           DISPLAY "Held items: " HELD-READ-COUNT
           DISPLAY "Held past the " WS-REVIEW-DAYS "-day standard: "
                   REVIEW-COUNT
           DISPLAY "Oldest held item (days): " OLDEST-DAYS-HELD

           IF REVIEW-COUNT NOT = ZERO
               DISPLAY "Items have been held past the review "
                       "standard, see HLDARPT"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

      *>  The embargo file only supplies reasons here, so an
      *>  absent or overfull one costs the reasons, never the
      *>  report.
       LOAD-EMBARGO-TABLE.
           OPEN INPUT EMBARGO-FILE
           IF WS-SEQEMB-STATUS NOT = "00"
               DISPLAY "No SEQEMB embargo file available, status "
                       WS-SEQEMB-STATUS " - reasons not shown"
           ELSE
               PERFORM UNTIL END-OF-EMBARGO-FILE
                   READ EMBARGO-FILE
                       AT END
                           SET END-OF-EMBARGO-FILE TO TRUE
                       NOT AT END
                           PERFORM ADD-EMBARGO-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EMBARGO-FILE
           END-IF.

       ADD-EMBARGO-ENTRY.
           IF WS-EMB-COUNT >= WS-EMB-MAX
               DISPLAY "Embargo table full at " WS-EMB-MAX
                       " entries, reason not shown for "
                       EMB-KEY-TYPE " " EMB-KEY-VALUE
           ELSE
               ADD 1 TO WS-EMB-COUNT
               SET EMB-IDX TO WS-EMB-COUNT
               MOVE EMB-KEY-TYPE TO WS-EMB-KEY-TYPE (EMB-IDX)
               MOVE EMB-KEY-VALUE TO WS-EMB-KEY-VALUE (EMB-IDX)
               MOVE EMB-REASON TO WS-EMB-REASON (EMB-IDX)
               MOVE EMB-AUTHORIZED-BY
                   TO WS-EMB-AUTHORIZED-BY (EMB-IDX)
           END-IF.

       READ-HELD-RECORD.
           READ HELD-FILE
               AT END
                   SET END-OF-HELD TO TRUE
               NOT AT END
                   ADD 1 TO HELD-READ-COUNT
           END-READ.

      *>  Age in days from the date the item was held; a held
      *>  date that will not parse ages as day one rather than
      *>  abending the run.
       REPORT-ONE-HELD-ITEM.
           MOVE HLD-RUN-DATE TO WS-HELD-DATE
           IF WS-HELD-DATE NUMERIC
               COMPUTE WS-DAYS-HELD = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
               IF WS-DAYS-HELD < 1
                   MOVE 1 TO WS-DAYS-HELD
               END-IF
           ELSE
               DISPLAY "Unparseable held date on held item "
                       HLD-SEQ-NUMBER ": " WS-HELD-DATE
               MOVE 1 TO WS-DAYS-HELD
           END-IF
           MOVE HLD-SEQ-NUMBER TO RD-SEQ-NUMBER
           MOVE HLD-CLASS-CODE TO RD-CLASS-CODE
           MOVE HLD-RESULT TO RD-RESULT
           MOVE HLD-EMBARGO-TYPE TO RD-EMBARGO-TYPE
           MOVE HLD-EMBARGO-KEY TO RD-EMBARGO-KEY
           MOVE WS-HELD-DATE TO RD-HELD-DATE
           MOVE WS-DAYS-HELD TO RD-DAYS-HELD
           IF WS-DAYS-HELD > OLDEST-DAYS-HELD
               MOVE WS-DAYS-HELD TO OLDEST-DAYS-HELD
           END-IF
           IF WS-DAYS-HELD > WS-REVIEW-DAYS
               ADD 1 TO REVIEW-COUNT
               MOVE 'REVIEW' TO RD-STATUS
           ELSE
               MOVE 'HELD' TO RD-STATUS
           END-IF
           PERFORM WRITE-REPORT-DETAIL
           PERFORM ADD-ITEM-TO-AGING.

       ADD-ITEM-TO-AGING.
           MOVE 'N' TO WS-AGE-FOUND-SWITCH
           MOVE ZERO TO WS-AGE-FOUND-IDX
           IF WS-AGE-COUNT NOT = ZERO
               PERFORM VARYING AGE-IDX FROM 1 BY 1
                       UNTIL AGE-IDX > WS-AGE-COUNT
                          OR AGE-ENTRY-FOUND
                   IF WS-AGE-KEY-TYPE (AGE-IDX) = HLD-EMBARGO-TYPE
                      AND WS-AGE-KEY-VALUE (AGE-IDX)
                          = HLD-EMBARGO-KEY
                       SET AGE-ENTRY-FOUND TO TRUE
                       SET WS-AGE-FOUND-IDX TO AGE-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF NOT AGE-ENTRY-FOUND
               IF WS-AGE-COUNT >= WS-AGE-MAX
                   DISPLAY "Aging table full at " WS-AGE-MAX
                           " entries, aging summary truncated"
               ELSE
                   ADD 1 TO WS-AGE-COUNT
                   MOVE WS-AGE-COUNT TO WS-AGE-FOUND-IDX
                   SET AGE-IDX TO WS-AGE-FOUND-IDX
                   MOVE HLD-EMBARGO-TYPE TO WS-AGE-KEY-TYPE (AGE-IDX)
                   MOVE HLD-EMBARGO-KEY TO WS-AGE-KEY-VALUE (AGE-IDX)
                   MOVE ZERO TO WS-AGE-1-7 (AGE-IDX)
                   MOVE ZERO TO WS-AGE-8-30 (AGE-IDX)
                   MOVE ZERO TO WS-AGE-31-90 (AGE-IDX)
                   MOVE ZERO TO WS-AGE-OVER-90 (AGE-IDX)
                   SET AGE-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF AGE-ENTRY-FOUND
               SET AGE-IDX TO WS-AGE-FOUND-IDX
               EVALUATE TRUE
                   WHEN WS-DAYS-HELD > 90
                       ADD 1 TO WS-AGE-OVER-90 (AGE-IDX)
                   WHEN WS-DAYS-HELD > 30
                       ADD 1 TO WS-AGE-31-90 (AGE-IDX)
                   WHEN WS-DAYS-HELD > 7
                       ADD 1 TO WS-AGE-8-30 (AGE-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-AGE-1-7 (AGE-IDX)
               END-EVALUATE
           END-IF.

       WRITE-AGING-SUMMARY.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AGING BY EMBARGO' TO SC-SECTION-TEXT
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AGE-COUNT NOT = ZERO
               PERFORM VARYING AGE-IDX FROM 1 BY 1
                       UNTIL AGE-IDX > WS-AGE-COUNT
                   PERFORM WRITE-ONE-EMBARGO-AGING
               END-PERFORM
           END-IF.

       WRITE-ONE-EMBARGO-AGING.
           MOVE 'N' TO WS-EMB-FOUND-SWITCH
           IF WS-EMB-COUNT NOT = ZERO
               PERFORM VARYING EMB-IDX FROM 1 BY 1
                       UNTIL EMB-IDX > WS-EMB-COUNT
                          OR EMBARGO-ENTRY-FOUND
                   IF WS-EMB-KEY-TYPE (EMB-IDX)
                          = WS-AGE-KEY-TYPE (AGE-IDX)
                      AND WS-EMB-KEY-VALUE (EMB-IDX)
                          = WS-AGE-KEY-VALUE (AGE-IDX)
                       SET EMBARGO-ENTRY-FOUND TO TRUE
                       MOVE WS-EMB-REASON (EMB-IDX) TO AG-REASON
                       MOVE WS-EMB-AUTHORIZED-BY (EMB-IDX)
                           TO AA-AUTHORIZED-BY
                   END-IF
               END-PERFORM
           END-IF
           IF NOT EMBARGO-ENTRY-FOUND
               MOVE 'NOT ON SEQEMB' TO AG-REASON
               MOVE SPACES TO AA-AUTHORIZED-BY
           END-IF
           MOVE WS-AGE-KEY-TYPE (AGE-IDX) TO AG-EMBARGO-TYPE
           MOVE WS-AGE-KEY-VALUE (AGE-IDX) TO AG-EMBARGO-KEY
           MOVE WS-AGE-1-7 (AGE-IDX) TO AG-AGE-1-7
           MOVE WS-AGE-8-30 (AGE-IDX) TO AG-AGE-8-30
           MOVE WS-AGE-31-90 (AGE-IDX) TO AG-AGE-31-90
           MOVE WS-AGE-OVER-90 (AGE-IDX) TO AG-AGE-OVER-90
           MOVE WS-AGING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF EMBARGO-ENTRY-FOUND
               MOVE WS-AUTHORIZED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
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
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HELD-READ-COUNT  TO RT-HELD-READ-COUNT
           MOVE REVIEW-COUNT     TO RT-REVIEW-COUNT
           MOVE OLDEST-DAYS-HELD TO RT-OLDEST-DAYS-HELD
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
               MOVE HELD-READ-COUNT TO RLG-RECORDS-IN
               MOVE REVIEW-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
