      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANEROLL.
      *> ---------------------------------------------------------
      *> Month-end lane population roll-forward.
      *> MSTSEL lists who is in a lane today; this program proves
      *> how each lane's population changed over the month.  It
      *> counts the SEQMST classification master by lane and
      *> keeps the counts as this month's snapshot (LANSNPN, one
      *> SEQLSN record per lane), then prints for every lane:
      *>   opening population (last month's snapshot, LANSNPO)
      *>   + new numbers first classified in the month
      *>   + numbers moved in from other lanes
      *>   - numbers moved out to other lanes
      *>   = computed closing, tied to the snapshot just taken.
      *> The movements come from the month's SEQAUD audit trail.
      *> Per number, the last classification before the month
      *> gives the lane it opened in and the last classification
      *> in the month the lane it closed in; a number with no
      *> classification before the month is new.  Several
      *> reclassifications in one month count once, as the net
      *> move.  'REJ ', size-error, embargo held and held-item
      *> write-off audit records never reach the master and are
      *> skipped, as MSTVERIF skips them, and a classification
      *> cancelled by a 'REV ' reversal (RUNBACK) counts as never
      *> made.
      *> The audit trail carries the class text and the master
      *> the lane code, so the class is mapped to its lane
      *> through the live SEQRUL; a class with no current rule
      *> maps to lane '?' and is reported.  Concatenate the
      *> SEQAUD archive ahead of SEQAUD so numbers last
      *> classified before the retention window are not taken
      *> for new ones.
      *> The report (LRLRPT) carries the roll-forward, the
      *> lane-movement matrix (rows = opening lane, columns =
      *> closing lane, the diagonal the numbers that stayed put)
      *> and the exceptions: any lane whose computed closing
      *> does not equal the snapshot is OUT OF BALANCE.
      *> With no prior snapshot (the first month) the opening
      *> population is derived from the audit history instead,
      *> and the report says so.
      *> The LRLPARM card names the month, YYYYMM in columns
      *> 1-6; with no usable card the run ends fatally.  Run it
      *> after the last nightly stream dated in the month and
      *> before the first one dated in the next, so the master
      *> still stands at month end - audit records dated after
      *> the month are counted and reported, since they mean the
      *> master has already moved on.
      *> RC=4 when any exception is reported; the snapshot is
      *> written regardless, since it records what the master
      *> held and must open next month's statement.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-PARM-FILE ASSIGN TO "LRLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRLPARM-STATUS.

           SELECT RULES-FILE ASSIGN TO "SEQRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRUL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SEQAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQAUD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SEQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEQMST-SEQ-NUMBER
               FILE STATUS IS WS-SEQMST-STATUS.

           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO "LANSNPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANSNPO-STATUS.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO "LANSNPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANSNPN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRLRPT-STATUS.

           SELECT HISTORY-SORT-FILE ASSIGN TO "LRLSRT1".

       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-PARM-FILE
           RECORDING MODE IS F.
       01  ROLL-PARM-RECORD.
      *>  Statement month, YYYYMM.
           05  LRP-STATEMENT-MONTH    PIC X(6).
           05  FILLER                 PIC X(74).
       01  LRP-MONTH-VIEW REDEFINES ROLL-PARM-RECORD.
           05  LRP-STATEMENT-YYYY     PIC 9(4).
           05  LRP-STATEMENT-MM       PIC 9(2).
           05  FILLER                 PIC X(74).

       FD  RULES-FILE
           RECORDING MODE IS F.
       COPY "SEQRUL.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "SEQAUD.cpy".

       FD  MASTER-FILE.
       COPY "SEQMST.cpy".

       FD  PRIOR-SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY "SEQLSN.cpy".

       FD  NEW-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  NEW-SNAPSHOT-RECORD.
           05  NSN-SNAPSHOT-MONTH     PIC X(6).
           05  NSN-LANE-CODE          PIC X(1).
           05  NSN-POPULATION         PIC 9(9).
           05  NSN-TAKEN-DATE         PIC X(8).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  SRT-SEQ-NUMBER         PIC 9(9).
           05  SRT-RUN-DATE           PIC X(8).
           05  SRT-RUN-TIME           PIC X(6).
           05  SRT-REVERSAL-KEY       PIC X(1).
           05  SRT-CLASS-CODE         PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-LRLPARM-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQRUL-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQMST-STATUS           PIC XX VALUE SPACES.
       01  WS-LANSNPO-STATUS          PIC XX VALUE SPACES.
       01  WS-LANSNPN-STATUS          PIC XX VALUE SPACES.
       01  WS-LRLRPT-STATUS           PIC XX VALUE SPACES.

       01  WS-PARM-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-PARM            VALUE 'Y'.
       01  WS-RUL-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-RULES-FILE      VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-AUDIT           VALUE 'Y'.
       01  WS-SRT-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-SORTED-HISTORY  VALUE 'Y'.
       01  WS-MST-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-MASTER          VALUE 'Y'.
       01  WS-SNP-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-PRIOR-SNAPSHOT  VALUE 'Y'.

      *>  The statement month and the month before it, whose
      *>  snapshot opens the statement.
       01  WS-MONTH-SWITCH            PIC X VALUE 'N'.
           88  STATEMENT-MONTH-SET    VALUE 'Y'.
       01  WS-STATEMENT-MONTH.
           05  WS-STMT-YYYY           PIC 9(4) VALUE ZERO.
           05  WS-STMT-MM             PIC 9(2) VALUE ZERO.
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-YYYY          PIC 9(4) VALUE ZERO.
           05  WS-PRIOR-MM            PIC 9(2) VALUE ZERO.

      *>  Opening population source: the prior snapshot when one
      *>  was supplied, the audit history when it was not.
       01  WS-SNAPSHOT-SWITCH         PIC X VALUE 'N'.
           88  PRIOR-SNAPSHOT-FOUND   VALUE 'Y'.
       01  WS-SNAPSHOT-MONTH-SEEN     PIC X(6) VALUE SPACES.
       01  WS-SNAPSHOT-MONTH-SWITCH   PIC X VALUE 'N'.
           88  SNAPSHOT-MONTH-WRONG   VALUE 'Y'.

      *>  Class-to-lane map loaded from the live SEQRUL, as in
      *>  MSTVERIF: the audit trail holds the class text, the
      *>  master the lane code.
       01  WS-LANE-MAP-TABLE.
           05  WS-MAP-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-MAP-MAX             PIC 9(2) VALUE 50.
           05  WS-MAP-ENTRY           OCCURS 50 TIMES
                                      INDEXED BY MAP-IDX.
               10  WS-MAP-CLASS-TEXT  PIC X(4).
               10  WS-MAP-LANE-CODE   PIC X(1).
       01  WS-MAP-FOUND-SWITCH        PIC X VALUE 'N'.
           88  MAP-ENTRY-FOUND        VALUE 'Y'.

      *>  One entry per lane seen on the rules, either snapshot
      *>  or the master, held in lane-code order.  WS-LN-MOVED-TO
      *>  is the lane's row of the movement matrix: numbers that
      *>  opened in this lane and closed in lane n.  The limit is
      *>  set by the width of the printed matrix.
       01  WS-LANE-TABLE.
           05  WS-LANE-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-LANE-MAX            PIC 9(2) VALUE 8.
           05  WS-LANE-ENTRY          OCCURS 8 TIMES
                                      INDEXED BY LANE-IDX.
               10  WS-LN-CODE         PIC X(1).
               10  WS-LN-OPENING      PIC 9(9).
               10  WS-LN-DERIVED-OPEN PIC 9(9).
               10  WS-LN-NEW          PIC 9(9).
               10  WS-LN-MOVED-IN     PIC 9(9).
               10  WS-LN-MOVED-OUT    PIC 9(9).
               10  WS-LN-CLOSING      PIC 9(9).
               10  WS-LN-COMPUTED     PIC S9(10).
               10  WS-LN-MOVED-TO     PIC 9(9) OCCURS 8 TIMES.
       01  WS-LANE-HOLD-ENTRY         PIC X(137).
       01  WS-LANE-FOUND-SWITCH       PIC X VALUE 'N'.
           88  LANE-ENTRY-FOUND       VALUE 'Y'.
       01  WS-FIND-LANE-CODE          PIC X(1).
       01  WS-FOUND-POS               PIC 9(2) VALUE ZERO.
       01  WS-FROM-POS                PIC 9(2) VALUE ZERO.
       01  WS-TO-POS                  PIC 9(2) VALUE ZERO.
       01  WS-ROW-POS                 PIC 9(2) VALUE ZERO.
       01  WS-COL-POS                 PIC 9(2) VALUE ZERO.
       01  WS-SORT-PASS-SWITCH        PIC X VALUE 'N'.
           88  LANES-SWAPPED          VALUE 'Y'.

      *>  Per-number state while walking the sorted history.
       01  WS-GROUP-SEQ-NUMBER        PIC 9(9) VALUE ZERO.
       01  WS-GROUP-ACTIVE-SWITCH     PIC X VALUE 'N'.
           88  GROUP-IN-FLIGHT        VALUE 'Y'.
       01  WS-GRP-CLASSES.
           05  WS-GRP-OPEN-CLASS      PIC X(4) VALUE SPACES.
           05  WS-GRP-CLOSE-CLASS     PIC X(4) VALUE SPACES.
      *>  The classes as they stood before the record just taken,
      *>  so a reversal right behind it can take it back.
       01  WS-GRP-SAVED-CLASSES       PIC X(8) VALUE SPACES.
       01  WS-GRP-OPEN-LANE           PIC X(1) VALUE SPACES.
       01  WS-GRP-CLOSE-LANE          PIC X(1) VALUE SPACES.
       01  WS-MAP-CLASS-WANTED        PIC X(4) VALUE SPACES.
       01  WS-MAPPED-LANE             PIC X(1) VALUE SPACES.

       01  WS-COUNTERS.
           05  AUDIT-READ-COUNT       PIC 9(9) VALUE ZERO.
           05  AUDIT-USED-COUNT       PIC 9(9) VALUE ZERO.
           05  AUDIT-AFTER-COUNT      PIC 9(9) VALUE ZERO.
           05  MASTER-READ-COUNT      PIC 9(9) VALUE ZERO.
           05  SNAPSHOT-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  SNAPSHOT-WRITE-COUNT   PIC 9(9) VALUE ZERO.
           05  ACTIVE-NUMBER-COUNT    PIC 9(9) VALUE ZERO.
           05  UNMAPPED-COUNT         PIC 9(9) VALUE ZERO.
           05  OUT-OF-BALANCE-COUNT   PIC 9(3) VALUE ZERO.
           05  EXCEPTION-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-TOTALS.
           05  TOT-OPENING            PIC 9(9) VALUE ZERO.
           05  TOT-NEW                PIC 9(9) VALUE ZERO.
           05  TOT-MOVED-IN           PIC 9(9) VALUE ZERO.
           05  TOT-MOVED-OUT          PIC 9(9) VALUE ZERO.
           05  TOT-COMPUTED           PIC S9(10) VALUE ZERO.
           05  TOT-CLOSING            PIC 9(9) VALUE ZERO.
       01  WS-CELL-VALUE              PIC S9(10) VALUE ZERO.
       01  WS-ROW-TOTAL               PIC S9(10) VALUE ZERO.
       01  WS-DIFFERENCE              PIC S9(10) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'LANEROLL'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).
       01  WS-TODAY                   PIC X(8).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(9)  VALUE '  MONTH: '.
           05  RH-MONTH               PIC X(7).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SC-CAPTION             PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-OPENING-NOTE-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  ON-TEXT                PIC X(78).

       01  WS-ROLL-HEADING-LINE.
           05  FILLER                 PIC X(40)
               VALUE 'LANE     OPENING       NEW  MOVED IN MOV'.
           05  FILLER                 PIC X(40)
               VALUE 'ED OUT   COMPUTED   CLOSING STATUS'.

       01  WS-ROLL-DETAIL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RF-LANE-CODE           PIC X(5).
           05  RF-OPENING             PIC Z(8)9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  RF-NEW                 PIC Z(8)9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  RF-MOVED-IN            PIC Z(8)9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  RF-MOVED-OUT           PIC Z(8)9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  RF-COMPUTED            PIC -(9)9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  RF-CLOSING             PIC Z(8)9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  RF-STATUS              PIC X(12).

      *>  Matrix lines: an 8-byte row caption, one 8-byte cell
      *>  per lane, and the row total in the cell after the last
      *>  lane.
       01  WS-MATRIX-HEADING-LINE.
           05  MH-CAPTION             PIC X(8).
           05  MH-CELL                PIC X(8) OCCURS 9 TIMES.

       01  WS-MATRIX-DETAIL-LINE.
           05  MX-CAPTION             PIC X(8).
           05  MX-CELL                PIC -(7)9 OCCURS 9 TIMES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EX-TEXT                PIC X(78).
       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-SIGNED             PIC -(9)9.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(8)  VALUE '  NONE'.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CN-CAPTION             PIC X(34).
           05  CN-COUNT               PIC Z(8)9.
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       01  WS-REPORT-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-TODAY

           PERFORM READ-ROLL-PARM
           PERFORM LOAD-LANE-MAP

           OPEN OUTPUT REPORT-FILE
           IF WS-LRLRPT-STATUS NOT = "00"
               DISPLAY "Unable to open LRLRPT, status " WS-LRLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF WS-LANSNPN-STATUS NOT = "00"
               DISPLAY "Unable to open LANSNPN, status "
                       WS-LANSNPN-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PRIOR-SNAPSHOT
           PERFORM COUNT-MASTER-BY-LANE
           PERFORM ORDER-LANE-TABLE

      *>  Group the audit trail per number in run order; as each
      *>  number's group completes, its net movement for the
      *>  month is posted to the lane table.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY SRT-SEQ-NUMBER
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-REVERSAL-KEY
               INPUT PROCEDURE IS RELEASE-AUDIT-HISTORY
               OUTPUT PROCEDURE IS ROLL-SORTED-HISTORY

           IF NOT PRIOR-SNAPSHOT-FOUND
               PERFORM VARYING LANE-IDX FROM 1 BY 1
                       UNTIL LANE-IDX > WS-LANE-COUNT
                   MOVE WS-LN-DERIVED-OPEN (LANE-IDX)
                       TO WS-LN-OPENING (LANE-IDX)
               END-PERFORM
           END-IF

           PERFORM BALANCE-LANES
           PERFORM WRITE-NEW-SNAPSHOT

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-ROLL-FORWARD
           PERFORM WRITE-MOVEMENT-MATRIX
           PERFORM WRITE-EXCEPTIONS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-REPORT-FOOTER

           CLOSE NEW-SNAPSHOT-FILE
           CLOSE REPORT-FILE

           DISPLAY "Statement month: " WS-STATEMENT-MONTH
           DISPLAY "Master records read: " MASTER-READ-COUNT
           DISPLAY "Prior snapshot records read: " SNAPSHOT-READ-COUNT
           DISPLAY "Audit records read: " AUDIT-READ-COUNT
           DISPLAY "Numbers classified in the month: "
                   ACTIVE-NUMBER-COUNT
           DISPLAY "Snapshot records written: " SNAPSHOT-WRITE-COUNT
           DISPLAY "Lanes out of balance: " OUT-OF-BALANCE-COUNT

           IF EXCEPTION-COUNT NOT = ZERO
               DISPLAY "Roll-forward exceptions found, see LRLRPT"
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "End".
           STOP RUN.

       READ-ROLL-PARM.
           OPEN INPUT ROLL-PARM-FILE
           IF WS-LRLPARM-STATUS NOT = "00"
               DISPLAY "Unable to open LRLPARM, status "
                       WS-LRLPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-PARM
               READ ROLL-PARM-FILE
                   AT END
                       SET END-OF-PARM TO TRUE
                   NOT AT END
                       IF LRP-STATEMENT-YYYY NUMERIC
                          AND LRP-STATEMENT-MM NUMERIC
                          AND LRP-STATEMENT-MM >= 1
                          AND LRP-STATEMENT-MM <= 12
                           MOVE LRP-STATEMENT-YYYY TO WS-STMT-YYYY
                           MOVE LRP-STATEMENT-MM TO WS-STMT-MM
                           SET STATEMENT-MONTH-SET TO TRUE
                       ELSE
                           DISPLAY "Unusable LRLPARM card ignored: "
                                   LRP-STATEMENT-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROLL-PARM-FILE
           IF NOT STATEMENT-MONTH-SET
               DISPLAY "No usable statement month on LRLPARM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-STMT-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-STMT-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-STMT-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-STMT-MM - 1
           END-IF.

       LOAD-LANE-MAP.
           OPEN INPUT RULES-FILE
           IF WS-SEQRUL-STATUS NOT = "00"
               DISPLAY "Unable to open SEQRUL, status "
                       WS-SEQRUL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-RULES-FILE
               READ RULES-FILE
                   AT END
                       SET END-OF-RULES-FILE TO TRUE
                   NOT AT END
                       PERFORM ADD-LANE-MAP-ENTRY
               END-READ
           END-PERFORM
           CLOSE RULES-FILE
           IF WS-MAP-COUNT = ZERO
               DISPLAY "No usable rules on SEQRUL, classes cannot "
                       "be mapped to lanes"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       ADD-LANE-MAP-ENTRY.
           IF RUL-CLASS-TEXT = SPACES
            OR RUL-LANE-CODE = SPACE
               DISPLAY "Unusable SEQRUL record skipped: " RULE-RECORD
           ELSE
               IF WS-MAP-COUNT >= WS-MAP-MAX
                   DISPLAY "Lane map full at " WS-MAP-MAX " entries"
                   CLOSE RULES-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-MAP-COUNT
               SET MAP-IDX TO WS-MAP-COUNT
               MOVE RUL-CLASS-TEXT TO WS-MAP-CLASS-TEXT (MAP-IDX)
               MOVE RUL-LANE-CODE TO WS-MAP-LANE-CODE (MAP-IDX)
      *>  Every lane the rules can produce appears on the
      *>  statement, even with no population.
               MOVE RUL-LANE-CODE TO WS-FIND-LANE-CODE
               PERFORM FIND-OR-ADD-LANE
           END-IF.

      *>  Last month's snapshot opens the statement.  An empty
      *>  file (DD DUMMY in the first month) means no prior
      *>  snapshot; one taken for the statement month itself
      *>  means the job is being rerun against its own output.
       LOAD-PRIOR-SNAPSHOT.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-LANSNPO-STATUS NOT = "00"
               DISPLAY "Unable to open LANSNPO, status "
                       WS-LANSNPO-STATUS
               CLOSE NEW-SNAPSHOT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-PRIOR-SNAPSHOT
               READ PRIOR-SNAPSHOT-FILE
                   AT END
                       SET END-OF-PRIOR-SNAPSHOT TO TRUE
                   NOT AT END
                       PERFORM APPLY-PRIOR-SNAPSHOT-RECORD
               END-READ
           END-PERFORM
           CLOSE PRIOR-SNAPSHOT-FILE
           IF WS-SNAPSHOT-MONTH-SEEN = WS-STATEMENT-MONTH
               DISPLAY "LANSNPO already holds the snapshot for "
                       WS-STATEMENT-MONTH " - point LANSNPO at the "
                       "previous generation to rerun the month"
               CLOSE NEW-SNAPSHOT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PRIOR-SNAPSHOT-FOUND
              AND WS-SNAPSHOT-MONTH-SEEN NOT = WS-PRIOR-MONTH
               SET SNAPSHOT-MONTH-WRONG TO TRUE
               DISPLAY "Prior snapshot is for " WS-SNAPSHOT-MONTH-SEEN
                       ", expected " WS-PRIOR-MONTH
           END-IF.

       APPLY-PRIOR-SNAPSHOT-RECORD.
           IF LSN-LANE-CODE = SPACE
            OR LSN-POPULATION NOT NUMERIC
               DISPLAY "Unusable LANSNPO record skipped: "
                       LANE-SNAPSHOT-RECORD
           ELSE
               ADD 1 TO SNAPSHOT-READ-COUNT
               SET PRIOR-SNAPSHOT-FOUND TO TRUE
               MOVE LSN-SNAPSHOT-MONTH TO WS-SNAPSHOT-MONTH-SEEN
               MOVE LSN-LANE-CODE TO WS-FIND-LANE-CODE
               PERFORM FIND-OR-ADD-LANE
               ADD LSN-POPULATION TO WS-LN-OPENING (WS-FOUND-POS)
           END-IF.

       COUNT-MASTER-BY-LANE.
           OPEN INPUT MASTER-FILE
           IF WS-SEQMST-STATUS NOT = "00"
               DISPLAY "Unable to open SEQMST, status " WS-SEQMST-STATUS
               CLOSE NEW-SNAPSHOT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-MASTER
               READ MASTER-FILE
                   AT END
                       SET END-OF-MASTER TO TRUE
                   NOT AT END
                       ADD 1 TO MASTER-READ-COUNT
                       MOVE SEQMST-LANE-CODE TO WS-FIND-LANE-CODE
                       PERFORM FIND-OR-ADD-LANE
                       ADD 1 TO WS-LN-CLOSING (WS-FOUND-POS)
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

       FIND-OR-ADD-LANE.
           MOVE 'N' TO WS-LANE-FOUND-SWITCH
           PERFORM VARYING LANE-IDX FROM 1 BY 1
                   UNTIL LANE-IDX > WS-LANE-COUNT
                      OR LANE-ENTRY-FOUND
               IF WS-LN-CODE (LANE-IDX) = WS-FIND-LANE-CODE
                   SET LANE-ENTRY-FOUND TO TRUE
                   SET WS-FOUND-POS TO LANE-IDX
               END-IF
           END-PERFORM
           IF NOT LANE-ENTRY-FOUND
               IF WS-LANE-COUNT >= WS-LANE-MAX
                   DISPLAY "Lane table full at " WS-LANE-MAX
                           " lanes, cannot add lane "
                           WS-FIND-LANE-CODE
                   CLOSE NEW-SNAPSHOT-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-LANE-COUNT
               SET LANE-IDX TO WS-LANE-COUNT
               INITIALIZE WS-LANE-ENTRY (LANE-IDX)
               MOVE WS-FIND-LANE-CODE TO WS-LN-CODE (LANE-IDX)
               MOVE WS-LANE-COUNT TO WS-FOUND-POS
           END-IF.

      *>  Put the lanes in code order before any movement is
      *>  posted, so the matrix rows and columns line up with
      *>  the roll-forward.  A '?' lane first met in the audit
      *>  trail is simply added at the end.
       ORDER-LANE-TABLE.
           SET LANES-SWAPPED TO TRUE
           PERFORM UNTIL NOT LANES-SWAPPED
               MOVE 'N' TO WS-SORT-PASS-SWITCH
               PERFORM VARYING WS-ROW-POS FROM 1 BY 1
                       UNTIL WS-ROW-POS >= WS-LANE-COUNT
                   COMPUTE WS-COL-POS = WS-ROW-POS + 1
                   IF WS-LN-CODE (WS-ROW-POS) > WS-LN-CODE (WS-COL-POS)
                       MOVE WS-LANE-ENTRY (WS-ROW-POS)
                           TO WS-LANE-HOLD-ENTRY
                       MOVE WS-LANE-ENTRY (WS-COL-POS)
                           TO WS-LANE-ENTRY (WS-ROW-POS)
                       MOVE WS-LANE-HOLD-ENTRY
                           TO WS-LANE-ENTRY (WS-COL-POS)
                       SET LANES-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>  Only classifications that reach the master are released:
      *>  'REJ ' and size-error records are skipped, and so is
      *>  anything dated after the statement month (counted, as
      *>  it means the master has moved on since month end).
       RELEASE-AUDIT-HISTORY.
           OPEN INPUT AUDIT-FILE
           IF WS-SEQAUD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQAUD, status " WS-SEQAUD-STATUS
               CLOSE NEW-SNAPSHOT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO AUDIT-READ-COUNT
                       IF AUD-CLASS-CODE NOT = 'REJ '
                          AND AUD-SIZE-ERROR-FLAG NOT = 'Y'
                          AND AUD-SIZE-ERROR-FLAG NOT = 'H'
                          AND AUD-SIZE-ERROR-FLAG NOT = 'W'
                           IF AUD-RUN-DATE (1:6) > WS-STATEMENT-MONTH
                               ADD 1 TO AUDIT-AFTER-COUNT
                           ELSE
                               MOVE AUD-SEQ-NUMBER TO SRT-SEQ-NUMBER
                               MOVE AUD-RUN-DATE TO SRT-RUN-DATE
                               MOVE AUD-RUN-TIME TO SRT-RUN-TIME
                               IF AUD-CLASS-CODE = 'REV '
                                   MOVE '1' TO SRT-REVERSAL-KEY
                               ELSE
                                   ADD 1 TO AUDIT-USED-COUNT
                                   MOVE '0' TO SRT-REVERSAL-KEY
                               END-IF
                               MOVE AUD-CLASS-CODE TO SRT-CLASS-CODE
                               RELEASE HISTORY-SORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       ROLL-SORTED-HISTORY.
           PERFORM UNTIL END-OF-SORTED-HISTORY
               RETURN HISTORY-SORT-FILE
                   AT END
                       SET END-OF-SORTED-HISTORY TO TRUE
                   NOT AT END
                       PERFORM COLLECT-ONE-HISTORY-RECORD
               END-RETURN
           END-PERFORM
           IF GROUP-IN-FLIGHT
               PERFORM SETTLE-ONE-NUMBER
           END-IF.

      *>  Records for one number arrive together in run order: the
      *>  last one before the month holds the opening class, the
      *>  last one in the month the closing class.  A 'REV '
      *>  reversal sorts straight behind the record it cancels
      *>  and takes it back out.
       COLLECT-ONE-HISTORY-RECORD.
           IF GROUP-IN-FLIGHT
              AND SRT-SEQ-NUMBER NOT = WS-GROUP-SEQ-NUMBER
               PERFORM SETTLE-ONE-NUMBER
           END-IF
           IF NOT GROUP-IN-FLIGHT
            OR SRT-SEQ-NUMBER NOT = WS-GROUP-SEQ-NUMBER
               SET GROUP-IN-FLIGHT TO TRUE
               MOVE SRT-SEQ-NUMBER TO WS-GROUP-SEQ-NUMBER
               MOVE SPACES TO WS-GRP-OPEN-CLASS
               MOVE SPACES TO WS-GRP-CLOSE-CLASS
               MOVE WS-GRP-CLASSES TO WS-GRP-SAVED-CLASSES
           END-IF
           EVALUATE TRUE
               WHEN SRT-CLASS-CODE = 'REV '
                   MOVE WS-GRP-SAVED-CLASSES TO WS-GRP-CLASSES
               WHEN SRT-RUN-DATE (1:6) < WS-STATEMENT-MONTH
                   MOVE WS-GRP-CLASSES TO WS-GRP-SAVED-CLASSES
                   MOVE SRT-CLASS-CODE TO WS-GRP-OPEN-CLASS
               WHEN OTHER
                   MOVE WS-GRP-CLASSES TO WS-GRP-SAVED-CLASSES
                   MOVE SRT-CLASS-CODE TO WS-GRP-CLOSE-CLASS
           END-EVALUATE.

      *>  A number classified before the month counts toward the
      *>  derived opening population of its lane (used only when
      *>  there is no prior snapshot).  A number classified in
      *>  the month is new, moved, or re-classified into the lane
      *>  it was already in.
       SETTLE-ONE-NUMBER.
           MOVE SPACES TO WS-GRP-OPEN-LANE
           MOVE SPACES TO WS-GRP-CLOSE-LANE
           IF WS-GRP-OPEN-CLASS NOT = SPACES
               MOVE WS-GRP-OPEN-CLASS TO WS-MAP-CLASS-WANTED
               PERFORM MAP-CLASS-TO-LANE
               MOVE WS-MAPPED-LANE TO WS-GRP-OPEN-LANE
               MOVE WS-GRP-OPEN-LANE TO WS-FIND-LANE-CODE
               PERFORM FIND-OR-ADD-LANE
               MOVE WS-FOUND-POS TO WS-FROM-POS
               ADD 1 TO WS-LN-DERIVED-OPEN (WS-FROM-POS)
           END-IF
           IF WS-GRP-CLOSE-CLASS NOT = SPACES
               ADD 1 TO ACTIVE-NUMBER-COUNT
               MOVE WS-GRP-CLOSE-CLASS TO WS-MAP-CLASS-WANTED
               PERFORM MAP-CLASS-TO-LANE
               MOVE WS-MAPPED-LANE TO WS-GRP-CLOSE-LANE
               MOVE WS-GRP-CLOSE-LANE TO WS-FIND-LANE-CODE
               PERFORM FIND-OR-ADD-LANE
               MOVE WS-FOUND-POS TO WS-TO-POS
               EVALUATE TRUE
                   WHEN WS-GRP-OPEN-LANE = SPACES
                       ADD 1 TO WS-LN-NEW (WS-TO-POS)
                   WHEN WS-GRP-OPEN-LANE NOT = WS-GRP-CLOSE-LANE
                       ADD 1 TO WS-LN-MOVED-OUT (WS-FROM-POS)
                       ADD 1 TO WS-LN-MOVED-IN (WS-TO-POS)
                       ADD 1 TO WS-LN-MOVED-TO (WS-FROM-POS WS-TO-POS)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-GROUP-ACTIVE-SWITCH.

       MAP-CLASS-TO-LANE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > WS-MAP-COUNT
                      OR MAP-ENTRY-FOUND
               IF WS-MAP-CLASS-TEXT (MAP-IDX) = WS-MAP-CLASS-WANTED
                   SET MAP-ENTRY-FOUND TO TRUE
                   MOVE WS-MAP-LANE-CODE (MAP-IDX) TO WS-MAPPED-LANE
               END-IF
           END-PERFORM
           IF NOT MAP-ENTRY-FOUND
               MOVE '?' TO WS-MAPPED-LANE
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY "Class " WS-MAP-CLASS-WANTED " for number "
                       WS-GROUP-SEQ-NUMBER " has no rule on the "
                       "current SEQRUL, lane cannot be derived"
           END-IF.

       BALANCE-LANES.
           PERFORM VARYING LANE-IDX FROM 1 BY 1
                   UNTIL LANE-IDX > WS-LANE-COUNT
               COMPUTE WS-LN-COMPUTED (LANE-IDX) =
                       WS-LN-OPENING (LANE-IDX)
                     + WS-LN-NEW (LANE-IDX)
                     + WS-LN-MOVED-IN (LANE-IDX)
                     - WS-LN-MOVED-OUT (LANE-IDX)
               IF WS-LN-COMPUTED (LANE-IDX) NOT =
                  WS-LN-CLOSING (LANE-IDX)
                   ADD 1 TO OUT-OF-BALANCE-COUNT
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
               ADD WS-LN-OPENING (LANE-IDX) TO TOT-OPENING
               ADD WS-LN-NEW (LANE-IDX) TO TOT-NEW
               ADD WS-LN-MOVED-IN (LANE-IDX) TO TOT-MOVED-IN
               ADD WS-LN-MOVED-OUT (LANE-IDX) TO TOT-MOVED-OUT
               ADD WS-LN-COMPUTED (LANE-IDX) TO TOT-COMPUTED
               ADD WS-LN-CLOSING (LANE-IDX) TO TOT-CLOSING
           END-PERFORM
           IF NOT PRIOR-SNAPSHOT-FOUND
               ADD 1 TO EXCEPTION-COUNT
           END-IF
           IF SNAPSHOT-MONTH-WRONG
               ADD 1 TO EXCEPTION-COUNT
           END-IF
           IF AUDIT-AFTER-COUNT NOT = ZERO
               ADD 1 TO EXCEPTION-COUNT
           END-IF
           IF UNMAPPED-COUNT NOT = ZERO
               ADD 1 TO EXCEPTION-COUNT
           END-IF.

       WRITE-NEW-SNAPSHOT.
           PERFORM VARYING LANE-IDX FROM 1 BY 1
                   UNTIL LANE-IDX > WS-LANE-COUNT
               MOVE WS-STATEMENT-MONTH TO NSN-SNAPSHOT-MONTH
               MOVE WS-LN-CODE (LANE-IDX) TO NSN-LANE-CODE
               MOVE WS-LN-CLOSING (LANE-IDX) TO NSN-POPULATION
               MOVE WS-TODAY TO NSN-TAKEN-DATE
               WRITE NEW-SNAPSHOT-RECORD
               IF WS-LANSNPN-STATUS = "00"
                   ADD 1 TO SNAPSHOT-WRITE-COUNT
               ELSE
                   DISPLAY "LANSNPN write failed for lane "
                           NSN-LANE-CODE ", status " WS-LANSNPN-STATUS
                   CLOSE NEW-SNAPSHOT-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           STRING WS-STMT-YYYY  '/'
                  WS-STMT-MM
                  DELIMITED BY SIZE INTO RH-MONTH
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ROLL-FORWARD.
           MOVE 'LANE POPULATION ROLL-FORWARD' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE SPACES TO ON-TEXT
           IF PRIOR-SNAPSHOT-FOUND
               STRING 'OPENING = SNAPSHOT FOR '
                      WS-SNAPSHOT-MONTH-SEEN
                      DELIMITED BY SIZE INTO ON-TEXT
           ELSE
               MOVE 'OPENING DERIVED FROM SEQAUD HISTORY' TO ON-TEXT
           END-IF
           MOVE WS-OPENING-NOTE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROLL-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING LANE-IDX FROM 1 BY 1
                   UNTIL LANE-IDX > WS-LANE-COUNT
               MOVE WS-LN-CODE (LANE-IDX) TO RF-LANE-CODE
               MOVE WS-LN-OPENING (LANE-IDX) TO RF-OPENING
               MOVE WS-LN-NEW (LANE-IDX) TO RF-NEW
               MOVE WS-LN-MOVED-IN (LANE-IDX) TO RF-MOVED-IN
               MOVE WS-LN-MOVED-OUT (LANE-IDX) TO RF-MOVED-OUT
               MOVE WS-LN-COMPUTED (LANE-IDX) TO RF-COMPUTED
               MOVE WS-LN-CLOSING (LANE-IDX) TO RF-CLOSING
               IF WS-LN-COMPUTED (LANE-IDX) = WS-LN-CLOSING (LANE-IDX)
                   MOVE 'IN BALANCE' TO RF-STATUS
               ELSE
                   MOVE 'OUT OF BAL' TO RF-STATUS
               END-IF
               MOVE WS-ROLL-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE 'TOTAL' TO RF-LANE-CODE
           MOVE TOT-OPENING TO RF-OPENING
           MOVE TOT-NEW TO RF-NEW
           MOVE TOT-MOVED-IN TO RF-MOVED-IN
           MOVE TOT-MOVED-OUT TO RF-MOVED-OUT
           MOVE TOT-COMPUTED TO RF-COMPUTED
           MOVE TOT-CLOSING TO RF-CLOSING
           IF OUT-OF-BALANCE-COUNT = ZERO
               MOVE 'IN BALANCE' TO RF-STATUS
           ELSE
               MOVE 'OUT OF BAL' TO RF-STATUS
           END-IF
           MOVE WS-ROLL-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *>  Rows are the lane a number opened in (plus NEW for
      *>  numbers first classified in the month), columns the
      *>  lane it closed in.  The diagonal is the opening
      *>  population less the moves out - the numbers that
      *>  stayed put - so each lane row totals to its opening
      *>  and each column to its computed closing.
       WRITE-MOVEMENT-MATRIX.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LANE MOVEMENT MATRIX (ROW = OPENING, COLUMN = CLOSING)'
               TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE SPACES TO WS-MATRIX-HEADING-LINE
           MOVE 'FROM/TO' TO MH-CAPTION
           PERFORM VARYING WS-COL-POS FROM 1 BY 1
                   UNTIL WS-COL-POS > WS-LANE-COUNT
               MOVE WS-LN-CODE (WS-COL-POS)
                   TO MH-CELL (WS-COL-POS) (8:1)
           END-PERFORM
           MOVE '   TOTAL' TO MH-CELL (WS-COL-POS)
           MOVE WS-MATRIX-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ROW-POS FROM 1 BY 1
                   UNTIL WS-ROW-POS > WS-LANE-COUNT
               PERFORM WRITE-MATRIX-LANE-ROW
           END-PERFORM
           PERFORM WRITE-MATRIX-NEW-ROW
           PERFORM WRITE-MATRIX-CLOSING-ROW.

       WRITE-MATRIX-LANE-ROW.
           MOVE SPACES TO WS-MATRIX-DETAIL-LINE
           MOVE SPACES TO MX-CAPTION
           MOVE WS-LN-CODE (WS-ROW-POS) TO MX-CAPTION (4:1)
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM VARYING WS-COL-POS FROM 1 BY 1
                   UNTIL WS-COL-POS > WS-LANE-COUNT
               IF WS-COL-POS = WS-ROW-POS
                   COMPUTE WS-CELL-VALUE =
                           WS-LN-OPENING (WS-ROW-POS)
                         - WS-LN-MOVED-OUT (WS-ROW-POS)
               ELSE
                   MOVE WS-LN-MOVED-TO (WS-ROW-POS WS-COL-POS)
                       TO WS-CELL-VALUE
               END-IF
               MOVE WS-CELL-VALUE TO MX-CELL (WS-COL-POS)
               ADD WS-CELL-VALUE TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-ROW-TOTAL TO MX-CELL (WS-COL-POS)
           MOVE WS-MATRIX-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MATRIX-NEW-ROW.
           MOVE SPACES TO WS-MATRIX-DETAIL-LINE
           MOVE '   NEW' TO MX-CAPTION
           PERFORM VARYING WS-COL-POS FROM 1 BY 1
                   UNTIL WS-COL-POS > WS-LANE-COUNT
               MOVE WS-LN-NEW (WS-COL-POS) TO MX-CELL (WS-COL-POS)
           END-PERFORM
           MOVE TOT-NEW TO MX-CELL (WS-COL-POS)
           MOVE WS-MATRIX-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MATRIX-CLOSING-ROW.
           MOVE SPACES TO WS-MATRIX-DETAIL-LINE
           MOVE 'CLOSING' TO MX-CAPTION
           PERFORM VARYING WS-COL-POS FROM 1 BY 1
                   UNTIL WS-COL-POS > WS-LANE-COUNT
               MOVE WS-LN-COMPUTED (WS-COL-POS) TO MX-CELL (WS-COL-POS)
           END-PERFORM
           MOVE TOT-COMPUTED TO MX-CELL (WS-COL-POS)
           MOVE WS-MATRIX-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXCEPTIONS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EXCEPTIONS' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           IF EXCEPTION-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING LANE-IDX FROM 1 BY 1
                   UNTIL LANE-IDX > WS-LANE-COUNT
               IF WS-LN-COMPUTED (LANE-IDX) NOT =
                  WS-LN-CLOSING (LANE-IDX)
                   COMPUTE WS-DIFFERENCE =
                           WS-LN-CLOSING (LANE-IDX)
                         - WS-LN-COMPUTED (LANE-IDX)
                   MOVE WS-DIFFERENCE TO WS-EDIT-SIGNED
                   MOVE SPACES TO EX-TEXT
                   STRING 'LANE ' WS-LN-CODE (LANE-IDX)
                          ' OUT OF BALANCE, CLOSING LESS COMPUTED:'
                          WS-EDIT-SIGNED
                          DELIMITED BY SIZE INTO EX-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           IF NOT PRIOR-SNAPSHOT-FOUND
               MOVE 'NO PRIOR SNAPSHOT - OPENING DERIVED FROM SEQAUD'
                   TO EX-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF SNAPSHOT-MONTH-WRONG
               MOVE SPACES TO EX-TEXT
               STRING 'PRIOR SNAPSHOT IS FOR ' WS-SNAPSHOT-MONTH-SEEN
                      ', EXPECTED ' WS-PRIOR-MONTH
                      DELIMITED BY SIZE INTO EX-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF AUDIT-AFTER-COUNT NOT = ZERO
               MOVE AUDIT-AFTER-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO EX-TEXT
               STRING 'AUDITED AFTER THE MONTH, MASTER HAS MOVED ON:'
                      WS-EDIT-COUNT
                      DELIMITED BY SIZE INTO EX-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF UNMAPPED-COUNT NOT = ZERO
               MOVE UNMAPPED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO EX-TEXT
               STRING 'CLASSES WITH NO CURRENT RULE, SHOWN AS LANE ?:'
                      WS-EDIT-COUNT
                      DELIMITED BY SIZE INTO EX-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MASTER RECORDS READ' TO CN-CAPTION
           MOVE MASTER-READ-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'AUDIT RECORDS READ' TO CN-CAPTION
           MOVE AUDIT-READ-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CLASSIFICATIONS USED' TO CN-CAPTION
           MOVE AUDIT-USED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NUMBERS CLASSIFIED IN THE MONTH' TO CN-CAPTION
           MOVE ACTIVE-NUMBER-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'LANES OUT OF BALANCE' TO CN-CAPTION
           MOVE OUT-OF-BALANCE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
