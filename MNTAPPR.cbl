      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPPR.
      *> ---------------------------------------------------------
      *> Daily checker run for SEQPARM and SEQOVR maintenance.
      *> Works the pending maintenance file (SEQPND, queued by
      *> MNTPEND) against the checkers' decisions on APRTRAN:
      *>   col 1-6   item number (from PNDLOG / PNDRPT)
      *>   col 7     'A' approve, 'D' decline
      *>   col 8-15  approver's user id
      *>   col 16-35 remark (reason for a decline)
      *> A decision is refused, and the item left pending, when
      *> the approver is the maker who keyed the item, or has no
      *> record on the SEQAUT authorized-user table for the file
      *> the item maintains; also for an unknown, expired or
      *> already decided item.
      *> An item still pending more than the expiry limit (the
      *> SEQPARM 'PEND-EXPR-DY' record in force, 7 days when
      *> none is) expires before any decision is taken, so a
      *> stale change has to be keyed again.
      *> Approved transactions go out with their maker and
      *> approver ids - SEQPARM items to PRMAPPR for PARMMNT,
      *> SEQOVR items to OVRAPPR for OVRMNT - in the order they
      *> were keyed; items still pending go forward to SEQPNDN,
      *> the next generation.  PNDRPT is the daily report:
      *> refused decisions, then what was approved, declined
      *> and expired today and what is still pending, with a
      *> control total that every item brought in was settled.
      *> When that control is out of balance the approved,
      *> declined and expired sections are captioned as not
      *> acted on.
      *> Each approved transaction also carries its item number
      *> and keying date and time, so PARMMNT / OVRMNT can put it
      *> back on the pending file when their run is not swapped
      *> in.
      *> The item control is proved before anything is written:
      *> when it is out of balance nothing is approved - every
      *> item brought in goes forward to SEQPNDN exactly as it
      *> came in, and PRMAPPR and OVRAPPR are left empty.
      *> RC=0 clean; RC=4 decisions refused or items expired;
      *> RC=8 the item control is out of balance - nothing
      *> approved, every item carried forward; RC=16 a file
      *> could not be opened or a table overflowed.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SEQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPARM-STATUS.

           SELECT AUTHORIZED-USER-FILE ASSIGN TO "SEQAUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQAUT-STATUS.

           SELECT PENDING-FILE ASSIGN TO "SEQPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPND-STATUS.

           SELECT DECISION-FILE ASSIGN TO "APRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRTRAN-STATUS.

           SELECT NEW-PENDING-FILE ASSIGN TO "SEQPNDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPNDN-STATUS.

           SELECT PARM-APPROVED-FILE ASSIGN TO "PRMAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRMAPPR-STATUS.

           SELECT OVR-APPROVED-FILE ASSIGN TO "OVRAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRAPPR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       COPY "SEQPARM.cpy".

       FD  AUTHORIZED-USER-FILE
           RECORDING MODE IS F.
       COPY "SEQAUT.cpy".

       FD  PENDING-FILE
           RECORDING MODE IS F.
       COPY "SEQPND.cpy".

       FD  DECISION-FILE
           RECORDING MODE IS F.
       01  DECISION-RECORD.
           05  DEC-ITEM-NUMBER        PIC X(6).
      *>  Decision: 'A' = approve, 'D' = decline.
           05  DEC-DECISION           PIC X(1).
           05  DEC-APPROVER-ID        PIC X(8).
           05  DEC-REMARK             PIC X(20).

       FD  NEW-PENDING-FILE
           RECORDING MODE IS F.
       01  NEW-PENDING-RECORD         PIC X(66).

      *>  PRMTRAN as PARMMNT reads it: the transaction as keyed,
      *>  then who keyed it and who approved it, then the pending
      *>  item it came from.
       FD  PARM-APPROVED-FILE
           RECORDING MODE IS F.
       01  PARM-APPROVED-RECORD.
           05  PAP-TRANSACTION        PIC X(30).
           05  PAP-MAKER-ID           PIC X(8).
           05  PAP-APPROVER-ID        PIC X(8).
           05  PAP-ITEM-NUMBER        PIC 9(6).
           05  PAP-ENTRY-DATE         PIC X(8).
           05  PAP-ENTRY-TIME         PIC X(6).

      *>  OVRTRAN as OVRMNT reads it, likewise.
       FD  OVR-APPROVED-FILE
           RECORDING MODE IS F.
       01  OVR-APPROVED-RECORD.
           05  OAP-TRANSACTION        PIC X(26).
           05  OAP-MAKER-ID           PIC X(8).
           05  OAP-APPROVER-ID        PIC X(8).
           05  OAP-ITEM-NUMBER        PIC 9(6).
           05  OAP-ENTRY-DATE         PIC X(8).
           05  OAP-ENTRY-TIME         PIC X(6).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SEQPARM-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQAUT-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQPND-STATUS           PIC XX VALUE SPACES.
       01  WS-APRTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQPNDN-STATUS          PIC XX VALUE SPACES.
       01  WS-PRMAPPR-STATUS          PIC XX VALUE SPACES.
       01  WS-OVRAPPR-STATUS          PIC XX VALUE SPACES.
       01  WS-PNDRPT-STATUS           PIC XX VALUE SPACES.

       01  WS-PARM-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-PARM-FILE       VALUE 'Y'.
       01  WS-AUT-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-AUTHORIZED-USERS VALUE 'Y'.
       01  WS-PND-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-PENDING-FILE    VALUE 'Y'.
       01  WS-DEC-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-DECISIONS       VALUE 'Y'.

      *>  Expiry limit: the 'PEND-EXPR-DY' record with the latest
      *>  effective date on or before the run date governs.
       01  WS-EXPIRY-DAYS             PIC 9(5) VALUE 7.
       01  WS-EXPIRY-EFF-DATE         PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
       01  WS-RUN-DATE-INT            PIC S9(9) COMP VALUE ZERO.
       01  WS-ENTRY-DATE              PIC X(8) VALUE SPACES.
       01  WS-ENTRY-DATE-NUM REDEFINES WS-ENTRY-DATE
                                      PIC 9(8).

      *>  Authorized approvers, user by file.
       01  WS-AUTHORIZED-TABLE.
           05  WS-AUT-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-AUT-MAX             PIC 9(4) VALUE 200.
           05  WS-AUT-ENTRY           OCCURS 200 TIMES
                                      INDEXED BY AUT-IDX.
               10  WS-AUT-USER-ID     PIC X(8).
               10  WS-AUT-TARGET-FILE PIC X(8).
       01  WS-AUT-FOUND-SWITCH        PIC X VALUE 'N'.
           88  APPROVER-AUTHORIZED    VALUE 'Y'.

      *>  The pending items in item (keying) order, each with the
      *>  state it leaves this run in.
       01  WS-PENDING-TABLE.
           05  WS-PND-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-PND-MAX             PIC 9(4) VALUE 500.
           05  WS-PND-ENTRY           OCCURS 500 TIMES
                                      INDEXED BY PND-IDX.
               10  WS-PND-RECORD      PIC X(66).
               10  WS-PND-STATE       PIC X(1).
                   88  PND-STILL-PENDING VALUE 'P'.
                   88  PND-APPROVED      VALUE 'A'.
                   88  PND-DECLINED      VALUE 'D'.
                   88  PND-EXPIRED       VALUE 'E'.
               10  WS-PND-AGE-DAYS    PIC S9(5) COMP.
               10  WS-PND-APPROVER-ID PIC X(8).
               10  WS-PND-REMARK      PIC X(20).
       01  WS-ITEM-FOUND-SWITCH       PIC X VALUE 'N'.
           88  PENDING-ITEM-FOUND     VALUE 'Y'.
       01  WS-MATCH-IDX               PIC 9(4) VALUE ZERO.

       01  WS-REFUSAL-REASON          PIC X(22) VALUE SPACES.

       01  WS-COUNTERS.
           05  PENDING-IN-COUNT       PIC 9(7) VALUE ZERO.
           05  DECISION-READ-COUNT    PIC 9(7) VALUE ZERO.
           05  APPROVED-COUNT         PIC 9(7) VALUE ZERO.
           05  DECLINED-COUNT         PIC 9(7) VALUE ZERO.
           05  EXPIRED-COUNT          PIC 9(7) VALUE ZERO.
           05  REFUSED-COUNT          PIC 9(7) VALUE ZERO.
           05  PENDING-OUT-COUNT      PIC 9(7) VALUE ZERO.
           05  PARM-APPROVED-COUNT    PIC 9(7) VALUE ZERO.
           05  OVR-APPROVED-COUNT     PIC 9(7) VALUE ZERO.
           05  CARRIED-FORWARD-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-SETTLED-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'MNTAPPR'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(16) VALUE '  EXPIRY AFTER: '.
           05  RH-EXPIRY-DAYS         PIC Z(4)9.
           05  FILLER                 PIC X(17) VALUE ' DAYS'.

       01  WS-REFUSAL-HEADER.
           05  FILLER                 PIC X(8)  VALUE 'ITEM'.
           05  FILLER                 PIC X(3)  VALUE 'DC'.
           05  FILLER                 PIC X(10) VALUE 'APPROVER'.
           05  FILLER                 PIC X(24) VALUE 'REFUSED'.
           05  FILLER                 PIC X(35) VALUE 'REMARK'.

       01  WS-REFUSAL-LINE.
           05  RF-ITEM-NUMBER         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RF-DECISION            PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RF-APPROVER-ID         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RF-REASON              PIC X(22).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RF-REMARK              PIC X(20).
           05  FILLER                 PIC X(15) VALUE SPACES.

       01  WS-ITEM-HEADER.
           05  FILLER                 PIC X(8)  VALUE 'ITEM'.
           05  FILLER                 PIC X(9)  VALUE 'FILE'.
           05  FILLER                 PIC X(9)  VALUE 'MAKER'.
           05  FILLER                 PIC X(9)  VALUE 'KEYED'.
           05  FILLER                 PIC X(9)  VALUE 'CHECKER'.
           05  FILLER                 PIC X(29) VALUE 'TRANSACTION'.
           05  FILLER                 PIC X(7)  VALUE '    AGE'.

       01  WS-ITEM-LINE.
           05  RI-ITEM-NUMBER         PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RI-TARGET-FILE         PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RI-MAKER-ID            PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RI-ENTRY-DATE          PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RI-APPROVER-ID         PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RI-TRANSACTION         PIC X(30).
           05  RI-AGE-DAYS            PIC Z(4)9.
           05  FILLER                 PIC X(1)  VALUE 'D'.

       01  WS-REMARK-LINE.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE 'REMARK: '.
           05  RM-REMARK              PIC X(20).
           05  FILLER                 PIC X(44) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SC-CAPTION             PIC X(60) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(76) VALUE 'NONE'.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CN-CAPTION             PIC X(34).
           05  CN-COUNT               PIC Z(8)9.
           05  FILLER                 PIC X(35) VALUE SPACES.

       01  WS-LEG-LINE.
           05  LG-CAPTION             PIC X(30).
           05  LG-LEFT-COUNT          PIC Z(8)9.
           05  FILLER                 PIC X(4)  VALUE ' VS '.
           05  LG-RIGHT-COUNT         PIC Z(8)9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LG-VERDICT             PIC X(14).
           05  FILLER                 PIC X(12) VALUE SPACES.

      *>  Which items the section being listed takes.
       01  WS-LIST-STATE              PIC X(1) VALUE SPACES.
       01  WS-LISTED-SWITCH           PIC X VALUE 'N'.
           88  ITEM-LISTED            VALUE 'Y'.
       01  WS-BALANCE-SWITCH          PIC X VALUE 'Y'.
           88  CONTROL-IN-BALANCE     VALUE 'Y'.

       01  WS-REPORT-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               TO WS-RUN-DATE-INT

           OPEN INPUT PARAMETER-FILE
           IF WS-SEQPARM-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPARM, status "
                       WS-SEQPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-EXPIRY-LIMIT
           CLOSE PARAMETER-FILE
           DISPLAY "Pending items expire after days: " WS-EXPIRY-DAYS

           OPEN INPUT AUTHORIZED-USER-FILE
           IF WS-SEQAUT-STATUS NOT = "00"
               DISPLAY "Unable to open SEQAUT, status "
                       WS-SEQAUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-AUTHORIZED-TABLE
           CLOSE AUTHORIZED-USER-FILE
           DISPLAY "Authorized approver entries: " WS-AUT-COUNT

           OPEN INPUT PENDING-FILE
           IF WS-SEQPND-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPND, status "
                       WS-SEQPND-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PENDING-TABLE
           CLOSE PENDING-FILE

           OPEN INPUT DECISION-FILE
           IF WS-APRTRAN-STATUS NOT = "00"
               DISPLAY "Unable to open APRTRAN, status "
                       WS-APRTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-PENDING-FILE
           IF WS-SEQPNDN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPNDN, status "
                       WS-SEQPNDN-STATUS
               CLOSE DECISION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PARM-APPROVED-FILE
           IF WS-PRMAPPR-STATUS NOT = "00"
               DISPLAY "Unable to open PRMAPPR, status "
                       WS-PRMAPPR-STATUS
               CLOSE DECISION-FILE
               CLOSE NEW-PENDING-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT OVR-APPROVED-FILE
           IF WS-OVRAPPR-STATUS NOT = "00"
               DISPLAY "Unable to open OVRAPPR, status "
                       WS-OVRAPPR-STATUS
               CLOSE DECISION-FILE
               CLOSE NEW-PENDING-FILE
               CLOSE PARM-APPROVED-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-PNDRPT-STATUS NOT = "00"
               DISPLAY "Unable to open PNDRPT, status "
                       WS-PNDRPT-STATUS
               CLOSE DECISION-FILE
               CLOSE NEW-PENDING-FILE
               CLOSE PARM-APPROVED-FILE
               CLOSE OVR-APPROVED-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER

           MOVE 'DECISIONS REFUSED' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE WS-REFUSAL-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-DECISION
           PERFORM UNTIL END-OF-DECISIONS
               PERFORM TAKE-DECISION
               PERFORM READ-DECISION
           END-PERFORM
           IF REFUSED-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM TALLY-SETTLED-ITEMS
           PERFORM PROVE-ITEM-CONTROL
           IF CONTROL-IN-BALANCE
               PERFORM WRITE-SETTLED-ITEMS
           ELSE
               PERFORM CARRY-ALL-ITEMS-FORWARD
           END-IF

      *>  Out of balance, today's decisions and expiries are
      *>  still listed so the checker can see them, but captioned
      *>  as not acted on - every item went forward as it came in.
           IF CONTROL-IN-BALANCE
               MOVE 'APPROVED TODAY' TO SC-CAPTION
           ELSE
               MOVE 'APPROVED TODAY - NOT APPLIED - CONTROL OUT OF BALANCE'
                   TO SC-CAPTION
           END-IF
           MOVE 'A' TO WS-LIST-STATE
           PERFORM LIST-ITEMS-IN-STATE
           IF CONTROL-IN-BALANCE
               MOVE 'DECLINED TODAY' TO SC-CAPTION
           ELSE
               MOVE 'DECLINED TODAY - CARRIED FORWARD - CONTROL OUT OF BALANCE'
                   TO SC-CAPTION
           END-IF
           MOVE 'D' TO WS-LIST-STATE
           PERFORM LIST-ITEMS-IN-STATE
           IF CONTROL-IN-BALANCE
               MOVE 'EXPIRED TODAY' TO SC-CAPTION
           ELSE
               MOVE 'EXPIRED TODAY - CARRIED FORWARD - CONTROL OUT OF BALANCE'
                   TO SC-CAPTION
           END-IF
           MOVE 'E' TO WS-LIST-STATE
           PERFORM LIST-ITEMS-IN-STATE
           MOVE 'STILL PENDING' TO SC-CAPTION
           MOVE 'P' TO WS-LIST-STATE
           PERFORM LIST-ITEMS-IN-STATE

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE DECISION-FILE
           CLOSE NEW-PENDING-FILE
           CLOSE PARM-APPROVED-FILE
           CLOSE OVR-APPROVED-FILE
           CLOSE REPORT-FILE

           DISPLAY "Pending items brought in: " PENDING-IN-COUNT
           DISPLAY "Decisions read: " DECISION-READ-COUNT
           DISPLAY "Approved: " APPROVED-COUNT
           DISPLAY "Declined: " DECLINED-COUNT
           DISPLAY "Expired: " EXPIRED-COUNT
           DISPLAY "Decisions refused: " REFUSED-COUNT
           DISPLAY "Still pending: " PENDING-OUT-COUNT
           DISPLAY "SEQPARM changes approved: " PARM-APPROVED-COUNT
           DISPLAY "SEQOVR changes approved: " OVR-APPROVED-COUNT

           EVALUATE TRUE
               WHEN NOT CONTROL-IN-BALANCE
                   DISPLAY "Pending item control out of balance, "
                           "see PNDRPT"
                   DISPLAY "Nothing approved, items carried forward "
                           "to SEQPNDN: " CARRIED-FORWARD-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN REFUSED-COUNT NOT = ZERO
                 OR EXPIRED-COUNT NOT = ZERO
                   DISPLAY "Decisions refused or items expired, "
                           "see PNDRPT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "End".
           STOP RUN.

       LOAD-EXPIRY-LIMIT.
           PERFORM UNTIL END-OF-PARM-FILE
               READ PARAMETER-FILE
                   AT END
                       SET END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF PRM-KEYWORD = 'PEND-EXPR-DY'
                          AND PRM-EFFECTIVE-DATE NOT > WS-RUN-DATE-YMD
                          AND PRM-EFFECTIVE-DATE
                              NOT < WS-EXPIRY-EFF-DATE
                           PERFORM TAKE-EXPIRY-LIMIT
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-EXPIRY-LIMIT.
           IF PRM-VALUE NOT NUMERIC
               DISPLAY "Non-numeric SEQPARM value ignored: "
                       PARAMETER-RECORD
           ELSE
               IF PRM-VALUE (1:4) NOT = ZERO
                   DISPLAY "PEND-EXPR-DY over 99999 days ignored: "
                           PRM-VALUE
               ELSE
                   MOVE PRM-VALUE (5:5) TO WS-EXPIRY-DAYS
                   MOVE PRM-EFFECTIVE-DATE TO WS-EXPIRY-EFF-DATE
               END-IF
           END-IF.

       LOAD-AUTHORIZED-TABLE.
           PERFORM UNTIL END-OF-AUTHORIZED-USERS
               READ AUTHORIZED-USER-FILE
                   AT END
                       SET END-OF-AUTHORIZED-USERS TO TRUE
                   NOT AT END
                       PERFORM ADD-AUTHORIZED-ENTRY
               END-READ
           END-PERFORM.

       ADD-AUTHORIZED-ENTRY.
           IF AUT-USER-ID = SPACES OR AUT-TARGET-FILE = SPACES
               DISPLAY "Unusable SEQAUT record skipped: "
                       AUTHORIZED-USER-RECORD
           ELSE
               IF WS-AUT-COUNT >= WS-AUT-MAX
                   DISPLAY "Authorized user table full at "
                           WS-AUT-MAX " entries"
                   CLOSE AUTHORIZED-USER-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-AUT-COUNT
               SET AUT-IDX TO WS-AUT-COUNT
               MOVE AUT-USER-ID TO WS-AUT-USER-ID (AUT-IDX)
               MOVE AUT-TARGET-FILE TO WS-AUT-TARGET-FILE (AUT-IDX)
           END-IF.

      *>  Expiry is settled as the items load, ahead of any
      *>  decision: a change nobody checked within the limit is
      *>  not approved late on a stale review.
       LOAD-PENDING-TABLE.
           PERFORM UNTIL END-OF-PENDING-FILE
               READ PENDING-FILE
                   AT END
                       SET END-OF-PENDING-FILE TO TRUE
                   NOT AT END
                       IF WS-PND-COUNT >= WS-PND-MAX
                           DISPLAY "Pending table full at "
                                   WS-PND-MAX " entries"
                           CLOSE PENDING-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO PENDING-IN-COUNT
                       ADD 1 TO WS-PND-COUNT
                       SET PND-IDX TO WS-PND-COUNT
                       MOVE PENDING-RECORD TO WS-PND-RECORD (PND-IDX)
                       MOVE SPACES TO WS-PND-APPROVER-ID (PND-IDX)
                       MOVE SPACES TO WS-PND-REMARK (PND-IDX)
                       PERFORM AGE-PENDING-ITEM
               END-READ
           END-PERFORM.

       AGE-PENDING-ITEM.
           MOVE PND-ENTRY-DATE TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE NUMERIC
              AND WS-ENTRY-DATE NOT > WS-RUN-DATE-YMD
               COMPUTE WS-PND-AGE-DAYS (PND-IDX) =
                   WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE-NUM)
           ELSE
               MOVE ZERO TO WS-PND-AGE-DAYS (PND-IDX)
           END-IF
           IF WS-PND-AGE-DAYS (PND-IDX) > WS-EXPIRY-DAYS
               SET PND-EXPIRED (PND-IDX) TO TRUE
               ADD 1 TO EXPIRED-COUNT
           ELSE
               SET PND-STILL-PENDING (PND-IDX) TO TRUE
           END-IF.

       READ-DECISION.
           READ DECISION-FILE
               AT END
                   SET END-OF-DECISIONS TO TRUE
               NOT AT END
                   ADD 1 TO DECISION-READ-COUNT
           END-READ.

       TAKE-DECISION.
           MOVE SPACES TO WS-REFUSAL-REASON
           PERFORM FIND-PENDING-ITEM
           IF PENDING-ITEM-FOUND
               SET PND-IDX TO WS-MATCH-IDX
               MOVE WS-PND-RECORD (PND-IDX) TO PENDING-RECORD
               PERFORM FIND-AUTHORIZED-APPROVER
           END-IF
           EVALUATE TRUE
               WHEN NOT PENDING-ITEM-FOUND
                   MOVE 'NO SUCH ITEM' TO WS-REFUSAL-REASON
               WHEN DEC-DECISION NOT = 'A' AND NOT = 'D'
                   MOVE 'BAD DECISION CODE' TO WS-REFUSAL-REASON
               WHEN DEC-APPROVER-ID = SPACES
                   MOVE 'NO APPROVER ID' TO WS-REFUSAL-REASON
               WHEN PND-EXPIRED (PND-IDX)
                   MOVE 'ITEM EXPIRED' TO WS-REFUSAL-REASON
               WHEN NOT PND-STILL-PENDING (PND-IDX)
                   MOVE 'ALREADY DECIDED TODAY' TO WS-REFUSAL-REASON
               WHEN DEC-APPROVER-ID = PND-MAKER-ID
                   MOVE 'APPROVER IS THE MAKER' TO WS-REFUSAL-REASON
               WHEN NOT APPROVER-AUTHORIZED
                   MOVE 'NOT AUTHORIZED' TO WS-REFUSAL-REASON
               WHEN DEC-DECISION = 'A'
                   SET PND-APPROVED (PND-IDX) TO TRUE
                   ADD 1 TO APPROVED-COUNT
               WHEN OTHER
                   SET PND-DECLINED (PND-IDX) TO TRUE
                   ADD 1 TO DECLINED-COUNT
           END-EVALUATE
           IF WS-REFUSAL-REASON NOT = SPACES
               PERFORM REPORT-REFUSED-DECISION
           ELSE
               MOVE DEC-APPROVER-ID TO WS-PND-APPROVER-ID (PND-IDX)
               MOVE DEC-REMARK TO WS-PND-REMARK (PND-IDX)
           END-IF.

       FIND-PENDING-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SWITCH
           MOVE ZERO TO WS-MATCH-IDX
           IF DEC-ITEM-NUMBER NUMERIC AND WS-PND-COUNT NOT = ZERO
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PND-COUNT
                          OR PENDING-ITEM-FOUND
                   IF WS-PND-RECORD (PND-IDX) (1:6)
                      = DEC-ITEM-NUMBER
                       SET PENDING-ITEM-FOUND TO TRUE
                       SET WS-MATCH-IDX TO PND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       FIND-AUTHORIZED-APPROVER.
           MOVE 'N' TO WS-AUT-FOUND-SWITCH
           IF WS-AUT-COUNT NOT = ZERO
               PERFORM VARYING AUT-IDX FROM 1 BY 1
                       UNTIL AUT-IDX > WS-AUT-COUNT
                          OR APPROVER-AUTHORIZED
                   IF WS-AUT-USER-ID (AUT-IDX) = DEC-APPROVER-ID
                      AND WS-AUT-TARGET-FILE (AUT-IDX)
                          = PND-TARGET-FILE
                       SET APPROVER-AUTHORIZED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-REFUSED-DECISION.
           ADD 1 TO REFUSED-COUNT
           MOVE DEC-ITEM-NUMBER TO RF-ITEM-NUMBER
           MOVE DEC-DECISION TO RF-DECISION
           MOVE DEC-APPROVER-ID TO RF-APPROVER-ID
           MOVE WS-REFUSAL-REASON TO RF-REASON
           MOVE DEC-REMARK TO RF-REMARK
           MOVE WS-REFUSAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *>  Count where each item is going before anything is
      *>  written, so the control can be proved first.  An
      *>  approved item for a file neither apply program
      *>  maintains is counted nowhere and puts the control out
      *>  of balance.
       TALLY-SETTLED-ITEMS.
           IF WS-PND-COUNT NOT = ZERO
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PND-COUNT
                   MOVE WS-PND-RECORD (PND-IDX) TO PENDING-RECORD
                   EVALUATE TRUE
                       WHEN PND-STILL-PENDING (PND-IDX)
                           ADD 1 TO PENDING-OUT-COUNT
                       WHEN PND-APPROVED (PND-IDX)
                        AND PND-FOR-SEQPARM
                           ADD 1 TO PARM-APPROVED-COUNT
                       WHEN PND-APPROVED (PND-IDX)
                        AND PND-FOR-SEQOVR
                           ADD 1 TO OVR-APPROVED-COUNT
                   END-EVALUATE
               END-PERFORM
           END-IF.

       PROVE-ITEM-CONTROL.
           COMPUTE WS-SETTLED-COUNT = PARM-APPROVED-COUNT
                                    + OVR-APPROVED-COUNT
                                    + DECLINED-COUNT
                                    + EXPIRED-COUNT
                                    + PENDING-OUT-COUNT
           IF PENDING-IN-COUNT NOT = WS-SETTLED-COUNT
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF.

      *>  Approved items go to the apply program for their file,
      *>  still in keying order; pending items go forward.
       WRITE-SETTLED-ITEMS.
           IF WS-PND-COUNT NOT = ZERO
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PND-COUNT
                   MOVE WS-PND-RECORD (PND-IDX) TO PENDING-RECORD
                   EVALUATE TRUE
                       WHEN PND-STILL-PENDING (PND-IDX)
                           MOVE PENDING-RECORD TO NEW-PENDING-RECORD
                           WRITE NEW-PENDING-RECORD
                       WHEN PND-APPROVED (PND-IDX)
                        AND PND-FOR-SEQPARM
                           MOVE PND-TRANSACTION TO PAP-TRANSACTION
                           MOVE PND-MAKER-ID TO PAP-MAKER-ID
                           MOVE WS-PND-APPROVER-ID (PND-IDX)
                               TO PAP-APPROVER-ID
                           MOVE PND-ITEM-NUMBER TO PAP-ITEM-NUMBER
                           MOVE PND-ENTRY-DATE TO PAP-ENTRY-DATE
                           MOVE PND-ENTRY-TIME TO PAP-ENTRY-TIME
                           WRITE PARM-APPROVED-RECORD
                       WHEN PND-APPROVED (PND-IDX)
                        AND PND-FOR-SEQOVR
                           MOVE PND-TRANSACTION TO OAP-TRANSACTION
                           MOVE PND-MAKER-ID TO OAP-MAKER-ID
                           MOVE WS-PND-APPROVER-ID (PND-IDX)
                               TO OAP-APPROVER-ID
                           MOVE PND-ITEM-NUMBER TO OAP-ITEM-NUMBER
                           MOVE PND-ENTRY-DATE TO OAP-ENTRY-DATE
                           MOVE PND-ENTRY-TIME TO OAP-ENTRY-TIME
                           WRITE OVR-APPROVED-RECORD
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *>  Out of balance: today's decisions and expiries are not
      *>  acted on.  Every item goes forward as it came in, to be
      *>  decided again once the control is put right.
       CARRY-ALL-ITEMS-FORWARD.
           IF WS-PND-COUNT NOT = ZERO
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PND-COUNT
                   MOVE WS-PND-RECORD (PND-IDX) TO NEW-PENDING-RECORD
                   WRITE NEW-PENDING-RECORD
                   ADD 1 TO CARRIED-FORWARD-COUNT
               END-PERFORM
           END-IF.

       LIST-ITEMS-IN-STATE.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SECTION-LINE
           MOVE WS-ITEM-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-LISTED-SWITCH
           IF WS-PND-COUNT NOT = ZERO
               PERFORM VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PND-COUNT
                   IF WS-PND-STATE (PND-IDX) = WS-LIST-STATE
                       PERFORM WRITE-ITEM-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT ITEM-LISTED
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ITEM-LINE.
           SET ITEM-LISTED TO TRUE
           MOVE WS-PND-RECORD (PND-IDX) TO PENDING-RECORD
           MOVE PND-ITEM-NUMBER TO RI-ITEM-NUMBER
           MOVE PND-TARGET-FILE TO RI-TARGET-FILE
           MOVE PND-MAKER-ID TO RI-MAKER-ID
           MOVE PND-ENTRY-DATE TO RI-ENTRY-DATE
           MOVE WS-PND-APPROVER-ID (PND-IDX) TO RI-APPROVER-ID
           MOVE PND-TRANSACTION TO RI-TRANSACTION
           MOVE WS-PND-AGE-DAYS (PND-IDX) TO RI-AGE-DAYS
           MOVE WS-ITEM-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PND-REMARK (PND-IDX) NOT = SPACES
               MOVE WS-PND-REMARK (PND-IDX) TO RM-REMARK
               MOVE WS-REMARK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTROL TOTALS' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE 'PENDING ITEMS BROUGHT IN' TO CN-CAPTION
           MOVE PENDING-IN-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DECISIONS READ' TO CN-CAPTION
           MOVE DECISION-READ-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'APPROVED' TO CN-CAPTION
           MOVE APPROVED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  FOR SEQPARM (PRMAPPR)' TO CN-CAPTION
           MOVE PARM-APPROVED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  FOR SEQOVR (OVRAPPR)' TO CN-CAPTION
           MOVE OVR-APPROVED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DECLINED' TO CN-CAPTION
           MOVE DECLINED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXPIRED' TO CN-CAPTION
           MOVE EXPIRED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DECISIONS REFUSED' TO CN-CAPTION
           MOVE REFUSED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'STILL PENDING' TO CN-CAPTION
           MOVE PENDING-OUT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'IN = APPR+DECL+EXPD+PENDING' TO LG-CAPTION
           MOVE PENDING-IN-COUNT TO LG-LEFT-COUNT
           MOVE WS-SETTLED-COUNT TO LG-RIGHT-COUNT
           IF CONTROL-IN-BALANCE
               MOVE 'IN BALANCE' TO LG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
           END-IF
           MOVE WS-LEG-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT CONTROL-IN-BALANCE
               MOVE WS-BLANK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'NOTHING APPROVED - CARRIED FORWARD' TO CN-CAPTION
               MOVE CARRIED-FORWARD-COUNT TO CN-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           MOVE WS-EXPIRY-DAYS TO RH-EXPIRY-DAYS
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
