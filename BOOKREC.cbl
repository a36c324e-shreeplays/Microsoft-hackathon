      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKREC.
      *> ---------------------------------------------------------
      *> Allocation outcome reconciliation.  SEQACK only says the
      *> allocation system received a number; the booking outcome
      *> file (SEQBKG, see SEQBKG.cpy) says what they did with it
      *> - lane allocated, amount booked, booking date.  This step
      *> matches the outcome file against what we sent and the
      *> SEQMST master, keeps each booking on the master for the
      *> round trip (NUMINQ shows it), and reports on BKGRPT:
      *>   WRONG LANE  booked under a lane other than the one sent
      *>   AMOUNT DIFF amount booked differs from the RESULT sent
      *>   NOT BOOKED  sent, still not booked after the number of
      *>               days allowed (SEQPARM 'BOOK-WAIT-DY',
      *>               effective-dated; 5 days when none is in
      *>               effect)
      *>   NOT SENT    booked, but never sent to them - not on the
      *>               master at all
      *>   INVALID     an outcome record whose number or amount is
      *>               not numeric
      *> What was sent is carried from night to night on the
      *> BKGCTL control generation, the way ACKRESND carries its
      *> resends: the previous generation's open items (sent, not
      *> yet booked - number, lane and result sent, office, date
      *> first sent) are merged with the numbers just transmitted
      *> (XTRSRT - the nightly, supplemental and release extracts,
      *> sorted by number in jcl/BOOKREC.jcl) and closed by the
      *> bookings (BKGSRT, sorted by number); what is left is
      *> written to BKGCTLN, the next generation.  A resend of a
      *> number already open keeps its first-sent date unless the
      *> lane or result changed (a new item is dated with the
      *> latest envelope header on XTRSRT); a number whose master
      *> already carries a booking of exactly that lane and amount
      *> is not opened again.  A booking with no open item is checked
      *> against the lane and result the master holds.
      *> A RUNBACK cancellation transmission (SEQXTRC, cancel
      *> records 'C' sorted in by number, ahead of that number's
      *> sends - see SEQXTR.cpy) closes the open item it
      *> cancels: same lane and result, first sent no later than
      *> the run it was sent under.  A send that follows it opens
      *> afresh, so a rerun's re-send of the same lane and result
      *> is dated from the rerun; only when every classification
      *> envelope on XTRSRT is older than the cancellation (the
      *> backed-out extract itself still in hand, nothing re-sent
      *> since) is the matching send taken as cancelled instead.
      *> A cancellation is applied once: its envelope generation
      *> is recorded on the BKGCXG control, and on later runs the
      *> same SEQXTRC generation is read past, not applied again.
      *> RC=8 when a booking differs from what we sent (lane or
      *> amount) or a master update failed; RC=4 when items are
      *> past the booking wait, bookings arrived for numbers we
      *> never sent, or outcome records were invalid; RC=0 on a
      *> clean reconciliation.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SEQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQPARM-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "XTRSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRSRT-STATUS.

           SELECT BOOKING-FILE ASSIGN TO "BKGSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKGSRT-STATUS.

           SELECT OLD-CONTROL-FILE ASSIGN TO "BKGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKGCTL-STATUS.

           SELECT NEW-CONTROL-FILE ASSIGN TO "BKGCTLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKGCTLN-STATUS.

           SELECT CANCEL-GENERATION-FILE ASSIGN TO "BKGCXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKGCXG-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SEQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEQMST-SEQ-NUMBER
               FILE STATUS IS WS-SEQMST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BKGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKGRPT-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "RUNID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNID-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       COPY "SEQPARM.cpy".

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY "SEQXTR.cpy".

       FD  BOOKING-FILE
           RECORDING MODE IS F.
       COPY "SEQBKG.cpy".

      *>  Open item: a number sent and not yet booked.
       FD  OLD-CONTROL-FILE
           RECORDING MODE IS F.
       01  OLD-CONTROL-RECORD.
           05  OCT-SEQ-NUMBER         PIC X(9).
           05  OCT-LANE-CODE          PIC X(1).
           05  OCT-RESULT             PIC 9(9).
           05  OCT-SOURCE-ID          PIC X(4).
           05  OCT-SENT-DATE          PIC X(8).

       FD  NEW-CONTROL-FILE
           RECORDING MODE IS F.
       01  NEW-CONTROL-RECORD.
           05  NCT-SEQ-NUMBER         PIC X(9).
           05  NCT-LANE-CODE          PIC X(1).
           05  NCT-RESULT             PIC 9(9).
           05  NCT-SOURCE-ID          PIC X(4).
           05  NCT-SENT-DATE          PIC X(8).

      *>  Generation of the last cancellation transmission applied.
       FD  CANCEL-GENERATION-FILE
           RECORDING MODE IS F.
       01  CANCEL-GENERATION-RECORD.
           05  CXG-LAST-GENERATION    PIC 9(6).

       FD  MASTER-FILE.
       COPY "SEQMST.cpy".

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
       01  WS-SEQPARM-STATUS          PIC XX VALUE SPACES.
       01  WS-XTRSRT-STATUS           PIC XX VALUE SPACES.
       01  WS-BKGSRT-STATUS           PIC XX VALUE SPACES.
       01  WS-BKGCTL-STATUS           PIC XX VALUE SPACES.
       01  WS-BKGCTLN-STATUS          PIC XX VALUE SPACES.
       01  WS-BKGCXG-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQMST-STATUS           PIC XX VALUE SPACES.
       01  WS-BKGRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-RUNID-STATUS            PIC XX VALUE SPACES.
       01  WS-RUNLOG-STATUS           PIC XX VALUE SPACES.

      *>  Start and end of this run, and the job and step it ran
      *>  under, for the RUNLOG record written at completion.
       01  WS-RUN-START-STAMP         PIC X(21) VALUE SPACES.
       01  WS-RUN-END-STAMP           PIC X(21) VALUE SPACES.
       01  WS-RUN-JOB-NAME            PIC X(8) VALUE SPACES.
       01  WS-RUN-STEP-NAME           PIC X(8) VALUE SPACES.

       01  WS-PARM-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-PARM-FILE       VALUE 'Y'.

      *>  Booking wait: the 'BOOK-WAIT-DY' record with the latest
      *>  effective date on or before the run date governs.
       01  WS-BOOK-WAIT-DAYS          PIC 9(5) VALUE 5.
       01  WS-WAIT-EFF-DATE           PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE-YMD            PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-YMD
                                      PIC 9(8).
       01  WS-SENT-DATE               PIC X(8) VALUE SPACES.
       01  WS-SENT-DATE-NUM REDEFINES WS-SENT-DATE
                                      PIC 9(8).
       01  WS-RUN-DATE-INT            PIC S9(9) COMP VALUE ZERO.
      *>  Date the transmissions in hand were sent: the latest
      *>  envelope header run date on XTRSRT (today when there is
      *>  no header).
       01  WS-XTR-SENT-DATE           PIC X(8) VALUE SPACES.
       01  WS-XTR-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-EXTRACT-SCAN    VALUE 'Y'.
       01  WS-XTR-CANCEL-SWITCH       PIC X VALUE 'N'.
           88  EXTRACT-CANCEL-IN-HAND VALUE 'Y'.

      *>  The cancellation on XTRSRT (its envelope generation,
      *>  zero when there is none), the newest classification
      *>  envelope beside it, and the last cancellation applied
      *>  (BKGCXG).
       01  WS-CANCEL-GENERATION       PIC 9(6) VALUE ZERO.
       01  WS-LATEST-SENT-GENERATION  PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-GENERATION      PIC 9(6) VALUE ZERO.
       01  WS-CXG-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-CANCEL-GENERATION VALUE 'Y'.
       01  WS-CANCEL-APPLY-SWITCH     PIC X VALUE 'N'.
           88  CANCELS-TO-APPLY       VALUE 'Y'.
       01  WS-SENDS-PREDATE-SWITCH    PIC X VALUE 'N'.
           88  SENDS-PREDATE-CANCEL   VALUE 'Y'.
       01  WS-DAYS-OPEN               PIC S9(5) COMP VALUE ZERO.

      *>  Current match keys; HIGH-VALUES marks end of file so
      *>  the three-way match drains whichever file runs long.
       01  WS-CTL-KEY                 PIC X(9) VALUE SPACES.
       01  WS-XTR-KEY                 PIC X(9) VALUE SPACES.
       01  WS-BKG-KEY                 PIC X(9) VALUE SPACES.
       01  WS-LOW-KEY                 PIC X(9) VALUE SPACES.

      *>  The number in flight: its open item (if any) and what
      *>  the master holds for it.
       01  WS-OPEN-SWITCH             PIC X VALUE 'N'.
           88  OPEN-ITEM-HELD         VALUE 'Y'.
       01  WS-BROUGHT-SWITCH          PIC X VALUE 'N'.
           88  OPEN-ITEM-BROUGHT      VALUE 'Y'.
       01  WS-OPEN-ITEM.
           05  WS-OPN-LANE-CODE       PIC X(1) VALUE SPACES.
           05  WS-OPN-RESULT          PIC 9(9) VALUE ZERO.
           05  WS-OPN-SOURCE-ID       PIC X(4) VALUE SPACES.
           05  WS-OPN-SENT-DATE       PIC X(8) VALUE SPACES.
      *>  The cancel taken for the number in flight, for the
      *>  backed-out send it cancels when that is still in hand.
       01  WS-CANCEL-TAKEN-SWITCH     PIC X VALUE 'N'.
           88  CANCEL-TAKEN           VALUE 'Y'.
       01  WS-CNC-LANE-CODE           PIC X(1) VALUE SPACES.
       01  WS-CNC-RESULT              PIC 9(9) VALUE ZERO.
       01  WS-MASTER-SWITCH           PIC X VALUE 'N'.
           88  MASTER-RECORD-FOUND    VALUE 'Y'.
       01  WS-MASTER-CHANGED-SWITCH   PIC X VALUE 'N'.
           88  MASTER-RECORD-CHANGED  VALUE 'Y'.

      *>  What a booking is checked against: the open item, or
      *>  failing that the master.
       01  WS-EXPECTED-LANE           PIC X(1) VALUE SPACES.
       01  WS-EXPECTED-RESULT         PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-DATE           PIC X(8) VALUE SPACES.
       01  WS-BOOKING-OK-SWITCH       PIC X VALUE 'Y'.
           88  BOOKING-AS-SENT        VALUE 'Y'.

       01  WS-COUNTERS.
           05  SENT-READ-COUNT        PIC 9(9) VALUE ZERO.
           05  BOOKING-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  BROUGHT-FORWARD-COUNT  PIC 9(9) VALUE ZERO.
           05  OPENED-COUNT           PIC 9(9) VALUE ZERO.
           05  ALREADY-BOOKED-COUNT   PIC 9(9) VALUE ZERO.
           05  CLOSED-COUNT           PIC 9(9) VALUE ZERO.
           05  CANCEL-READ-COUNT      PIC 9(9) VALUE ZERO.
           05  CANCELLED-COUNT        PIC 9(9) VALUE ZERO.
           05  SENT-CANCELLED-COUNT   PIC 9(9) VALUE ZERO.
           05  CANCEL-NOT-OPEN-COUNT  PIC 9(9) VALUE ZERO.
           05  CANCEL-APPLIED-BEFORE-COUNT
                                      PIC 9(9) VALUE ZERO.
           05  CARRIED-FORWARD-COUNT  PIC 9(9) VALUE ZERO.
           05  BOOKED-AS-SENT-COUNT   PIC 9(9) VALUE ZERO.
           05  WRONG-LANE-COUNT       PIC 9(7) VALUE ZERO.
           05  AMOUNT-DIFF-COUNT      PIC 9(7) VALUE ZERO.
           05  NOT-BOOKED-COUNT       PIC 9(7) VALUE ZERO.
           05  NOT-SENT-COUNT         PIC 9(7) VALUE ZERO.
           05  INVALID-COUNT          PIC 9(7) VALUE ZERO.
           05  MASTER-UPDATED-COUNT   PIC 9(9) VALUE ZERO.
           05  MASTER-ERROR-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-OPEN-IN                 PIC 9(9) VALUE ZERO.
       01  WS-OPEN-OUT                PIC 9(9) VALUE ZERO.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'BOOKREC'.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-YYYY           PIC 9(4).
           05  WS-CURR-MM             PIC 9(2).
           05  WS-CURR-DD             PIC 9(2).

       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(10) VALUE 'PROGRAM: '.
           05  RH-PROGRAM-NAME        PIC X(10).
           05  FILLER                 PIC X(12) VALUE '  RUN DATE: '.
           05  RH-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(14) VALUE '  BOOK WAIT: '.
           05  RH-WAIT-DAYS           PIC Z(4)9.
           05  FILLER                 PIC X(19) VALUE ' DAYS'.

       01  WS-REPORT-HEADER-2.
           05  FILLER                 PIC X(11) VALUE 'SEQ NO.'.
           05  FILLER                 PIC X(14) VALUE 'FINDING'.
           05  FILLER                 PIC X(13) VALUE 'LN    RESULT'.
           05  FILLER                 PIC X(13) VALUE 'SENT ON'.
           05  FILLER                 PIC X(13) VALUE 'LN AMOUNT'.
           05  FILLER                 PIC X(16) VALUE 'BOOKED ON  AGE'.

       01  WS-REPORT-DETAIL-LINE.
           05  RD-SEQ-NUMBER          PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RD-FINDING             PIC X(11).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RD-SENT-LANE           PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-SENT-RESULT         PIC Z(8)9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-SENT-DATE           PIC X(8).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  RD-BKD-LANE            PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-BKD-AMOUNT          PIC X(9).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-BKD-DATE            PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RD-AGE-DAYS            PIC X(7).

       01  WS-AGE-TEXT.
           05  AG-DAYS                PIC Z(4)9.
           05  FILLER                 PIC X(2)  VALUE 'D'.

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

       01  WS-FINDING-SWITCH          PIC X VALUE 'N'.
           88  FINDING-WRITTEN        VALUE 'Y'.
       01  WS-BALANCE-SWITCH          PIC X VALUE 'Y'.
           88  CONTROL-IN-BALANCE     VALUE 'Y'.

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

           OPEN INPUT PARAMETER-FILE
           IF WS-SEQPARM-STATUS NOT = "00"
               DISPLAY "Unable to open SEQPARM, status "
                       WS-SEQPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-BOOKING-WAIT
           CLOSE PARAMETER-FILE
           DISPLAY "Booking wait in days: " WS-BOOK-WAIT-DAYS

           OPEN INPUT EXTRACT-FILE
           IF WS-XTRSRT-STATUS NOT = "00"
               DISPLAY "Unable to open XTRSRT, status " WS-XTRSRT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FIND-EXTRACT-SENT-DATE
           CLOSE EXTRACT-FILE
           OPEN INPUT EXTRACT-FILE
           IF WS-XTRSRT-STATUS NOT = "00"
               DISPLAY "Unable to reopen XTRSRT, status "
                       WS-XTRSRT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-APPLIED-GENERATION

           OPEN INPUT BOOKING-FILE
           IF WS-BKGSRT-STATUS NOT = "00"
               DISPLAY "Unable to open BKGSRT, status " WS-BKGSRT-STATUS
               CLOSE EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OLD-CONTROL-FILE
           IF WS-BKGCTL-STATUS NOT = "00"
               DISPLAY "Unable to open BKGCTL, status " WS-BKGCTL-STATUS
               CLOSE EXTRACT-FILE
               CLOSE BOOKING-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-SEQMST-STATUS NOT = "00"
               DISPLAY "Unable to open SEQMST, status " WS-SEQMST-STATUS
               CLOSE EXTRACT-FILE
               CLOSE BOOKING-FILE
               CLOSE OLD-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NEW-CONTROL-FILE
           IF WS-BKGCTLN-STATUS NOT = "00"
               DISPLAY "Unable to open BKGCTLN, status "
                       WS-BKGCTLN-STATUS
               CLOSE EXTRACT-FILE
               CLOSE BOOKING-FILE
               CLOSE OLD-CONTROL-FILE
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-BKGRPT-STATUS NOT = "00"
               DISPLAY "Unable to open BKGRPT, status " WS-BKGRPT-STATUS
               CLOSE EXTRACT-FILE
               CLOSE BOOKING-FILE
               CLOSE OLD-CONTROL-FILE
               CLOSE MASTER-FILE
               CLOSE NEW-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-CONTROL-RECORD
           PERFORM READ-EXTRACT-RECORD
           PERFORM READ-BOOKING-RECORD

           PERFORM UNTIL WS-CTL-KEY = HIGH-VALUES
                     AND WS-XTR-KEY = HIGH-VALUES
                     AND WS-BKG-KEY = HIGH-VALUES
               PERFORM RECONCILE-ONE-NUMBER
           END-PERFORM

           IF NOT FINDING-WRITTEN
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-CONTROL-TOTALS

           CLOSE EXTRACT-FILE
           CLOSE BOOKING-FILE
           CLOSE OLD-CONTROL-FILE
           CLOSE MASTER-FILE
           CLOSE NEW-CONTROL-FILE
           CLOSE REPORT-FILE

           IF CANCELS-TO-APPLY
               PERFORM SAVE-APPLIED-GENERATION
           END-IF

           DISPLAY "Sent records read: " SENT-READ-COUNT
           DISPLAY "Cancel records read: " CANCEL-READ-COUNT
           DISPLAY "Cancel records applied before: "
                   CANCEL-APPLIED-BEFORE-COUNT
           DISPLAY "Booking records read: " BOOKING-READ-COUNT
           DISPLAY "Booked as sent: " BOOKED-AS-SENT-COUNT
           DISPLAY "Wrong lane: " WRONG-LANE-COUNT
           DISPLAY "Amount differs: " AMOUNT-DIFF-COUNT
           DISPLAY "Not booked past the wait: " NOT-BOOKED-COUNT
           DISPLAY "Booked, never sent: " NOT-SENT-COUNT
           DISPLAY "Invalid outcome records: " INVALID-COUNT
           DISPLAY "Open items carried forward: "
                   CARRIED-FORWARD-COUNT
           DISPLAY "Master records updated: " MASTER-UPDATED-COUNT
           DISPLAY "Master I/O errors: " MASTER-ERROR-COUNT

           EVALUATE TRUE
               WHEN WRONG-LANE-COUNT NOT = ZERO
                 OR AMOUNT-DIFF-COUNT NOT = ZERO
                   DISPLAY "Bookings differ from what was sent, "
                           "see BKGRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN MASTER-ERROR-COUNT NOT = ZERO
                 OR NOT CONTROL-IN-BALANCE
                   DISPLAY "Master update failed or the open-item "
                           "control is out of balance, see BKGRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT-BOOKED-COUNT NOT = ZERO
                 OR NOT-SENT-COUNT NOT = ZERO
                 OR INVALID-COUNT NOT = ZERO
                   DISPLAY "Bookings outstanding or unmatched, "
                           "see BKGRPT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           PERFORM WRITE-RUN-LOG

           DISPLAY "End".
           STOP RUN.

       LOAD-BOOKING-WAIT.
           PERFORM UNTIL END-OF-PARM-FILE
               READ PARAMETER-FILE
                   AT END
                       SET END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF PRM-KEYWORD = 'BOOK-WAIT-DY'
                          AND PRM-EFFECTIVE-DATE NOT > WS-RUN-DATE-YMD
                          AND PRM-EFFECTIVE-DATE NOT < WS-WAIT-EFF-DATE
                           PERFORM TAKE-BOOKING-WAIT
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-BOOKING-WAIT.
           IF PRM-VALUE NOT NUMERIC
               DISPLAY "Non-numeric SEQPARM value ignored: "
                       PARAMETER-RECORD
           ELSE
               IF PRM-VALUE (1:4) NOT = ZERO
                   DISPLAY "BOOK-WAIT-DY over 99999 days ignored: "
                           PRM-VALUE
               ELSE
                   MOVE PRM-VALUE (5:5) TO WS-BOOK-WAIT-DAYS
                   MOVE PRM-EFFECTIVE-DATE TO WS-WAIT-EFF-DATE
               END-IF
           END-IF.

      *>  The envelope headers sort in among the details, so the
      *>  sent date is settled by a pass of its own before the
      *>  match.
       FIND-EXTRACT-SENT-DATE.
           PERFORM UNTIL END-OF-EXTRACT-SCAN
               READ EXTRACT-FILE
                   AT END
                       SET END-OF-EXTRACT-SCAN TO TRUE
                   NOT AT END
                       IF EXTRACT-HEADER-RECORD
                           PERFORM TAKE-EXTRACT-HEADER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XTR-SENT-DATE = SPACES
               MOVE WS-RUN-DATE-YMD TO WS-XTR-SENT-DATE
           END-IF
           IF WS-CANCEL-GENERATION NOT = ZERO
              AND WS-LATEST-SENT-GENERATION < WS-CANCEL-GENERATION
               SET SENDS-PREDATE-CANCEL TO TRUE
           END-IF
           DISPLAY "Transmissions sent: " WS-XTR-SENT-DATE.

       TAKE-EXTRACT-HEADER.
           IF XTH-GENERATION NUMERIC
               IF CANCELLATION-TRANSMISSION
                   MOVE XTH-GENERATION TO WS-CANCEL-GENERATION
               ELSE
                   IF XTH-GENERATION > WS-LATEST-SENT-GENERATION
                       MOVE XTH-GENERATION
                           TO WS-LATEST-SENT-GENERATION
                   END-IF
               END-IF
           END-IF
           IF NOT CANCELLATION-TRANSMISSION
              AND XTH-RUN-DATE NUMERIC
              AND XTH-RUN-DATE > WS-XTR-SENT-DATE
               MOVE XTH-RUN-DATE TO WS-XTR-SENT-DATE
           END-IF.

      *>  A missing or empty BKGCXG means no cancellation has been
      *>  applied yet.  The SEQXTRC generation in hand is applied
      *>  only if it is not the one recorded there.
       LOAD-APPLIED-GENERATION.
           OPEN INPUT CANCEL-GENERATION-FILE
           IF WS-BKGCXG-STATUS = "00"
               PERFORM UNTIL END-OF-CANCEL-GENERATION
                   READ CANCEL-GENERATION-FILE
                       AT END
                           SET END-OF-CANCEL-GENERATION TO TRUE
                       NOT AT END
                           IF CXG-LAST-GENERATION NUMERIC
                               MOVE CXG-LAST-GENERATION
                                   TO WS-APPLIED-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANCEL-GENERATION-FILE
           ELSE
               DISPLAY "No BKGCXG control available, status "
                       WS-BKGCXG-STATUS
           END-IF
           DISPLAY "Last cancellation generation applied: "
                   WS-APPLIED-GENERATION
           IF WS-CANCEL-GENERATION NOT = ZERO
               IF WS-CANCEL-GENERATION = WS-APPLIED-GENERATION
                   DISPLAY "Cancellation generation "
                           WS-CANCEL-GENERATION
                           " already applied, not applied again"
               ELSE
                   SET CANCELS-TO-APPLY TO TRUE
                   DISPLAY "Cancellation generation "
                           WS-CANCEL-GENERATION " applied"
               END-IF
           END-IF.

       SAVE-APPLIED-GENERATION.
           OPEN OUTPUT CANCEL-GENERATION-FILE
           IF WS-BKGCXG-STATUS NOT = "00"
               DISPLAY "Unable to rewrite BKGCXG, status "
                       WS-BKGCXG-STATUS
                       " - next run will apply generation "
                       WS-CANCEL-GENERATION " again"
           ELSE
               MOVE WS-CANCEL-GENERATION TO CXG-LAST-GENERATION
               WRITE CANCEL-GENERATION-RECORD
               CLOSE CANCEL-GENERATION-FILE
           END-IF.

       READ-CONTROL-RECORD.
           READ OLD-CONTROL-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CTL-KEY
               NOT AT END
                   MOVE OCT-SEQ-NUMBER TO WS-CTL-KEY
           END-READ.

      *>  Envelope records sort in among the details; only
      *>  detail records (first byte a digit) were sent.  A
      *>  cancel record sorts in under the number it cancels,
      *>  and is read past when its generation was applied on an
      *>  earlier run.
       READ-EXTRACT-RECORD.
           MOVE SPACES TO WS-XTR-KEY
           MOVE 'N' TO WS-XTR-CANCEL-SWITCH
           PERFORM UNTIL WS-XTR-KEY NOT = SPACES
               READ EXTRACT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-XTR-KEY
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SEQXTR-SEQ-NUMBER NUMERIC
                               ADD 1 TO SENT-READ-COUNT
                               MOVE SEQXTR-SEQ-NUMBER TO WS-XTR-KEY
                           WHEN EXTRACT-CANCEL-RECORD
                            AND XTC-SEQ-NUMBER NUMERIC
                            AND NOT CANCELS-TO-APPLY
                               ADD 1 TO CANCEL-READ-COUNT
                               ADD 1 TO CANCEL-APPLIED-BEFORE-COUNT
                           WHEN EXTRACT-CANCEL-RECORD
                            AND XTC-SEQ-NUMBER NUMERIC
                               ADD 1 TO CANCEL-READ-COUNT
                               MOVE XTC-SEQ-NUMBER TO WS-XTR-KEY
                               SET EXTRACT-CANCEL-IN-HAND TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       READ-BOOKING-RECORD.
           READ BOOKING-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-BKG-KEY
               NOT AT END
                   ADD 1 TO BOOKING-READ-COUNT
                   MOVE BKG-SEQ-NUMBER TO WS-BKG-KEY
           END-READ.

      *>  All three files arrive in number order.  For the lowest
      *>  number in hand: take the open item brought forward, let
      *>  tonight's transmissions open or refresh it, settle the
      *>  bookings against it, then carry forward whatever is
      *>  still open.
       RECONCILE-ONE-NUMBER.
           MOVE WS-CTL-KEY TO WS-LOW-KEY
           IF WS-XTR-KEY < WS-LOW-KEY
               MOVE WS-XTR-KEY TO WS-LOW-KEY
           END-IF
           IF WS-BKG-KEY < WS-LOW-KEY
               MOVE WS-BKG-KEY TO WS-LOW-KEY
           END-IF
           MOVE 'N' TO WS-OPEN-SWITCH
           MOVE 'N' TO WS-BROUGHT-SWITCH
           MOVE 'N' TO WS-CANCEL-TAKEN-SWITCH
           MOVE 'N' TO WS-MASTER-CHANGED-SWITCH
           PERFORM READ-MASTER-FOR-NUMBER

           PERFORM UNTIL WS-CTL-KEY NOT = WS-LOW-KEY
               SET OPEN-ITEM-HELD TO TRUE
               SET OPEN-ITEM-BROUGHT TO TRUE
               ADD 1 TO BROUGHT-FORWARD-COUNT
               MOVE OCT-LANE-CODE TO WS-OPN-LANE-CODE
               MOVE OCT-RESULT TO WS-OPN-RESULT
               MOVE OCT-SOURCE-ID TO WS-OPN-SOURCE-ID
               MOVE OCT-SENT-DATE TO WS-OPN-SENT-DATE
               PERFORM READ-CONTROL-RECORD
           END-PERFORM

           PERFORM UNTIL WS-XTR-KEY NOT = WS-LOW-KEY
               IF EXTRACT-CANCEL-IN-HAND
                   PERFORM TAKE-CANCEL-RECORD
               ELSE
                   PERFORM TAKE-SENT-RECORD
               END-IF
               PERFORM READ-EXTRACT-RECORD
           END-PERFORM
           IF OPEN-ITEM-HELD AND NOT OPEN-ITEM-BROUGHT
               IF MASTER-RECORD-FOUND
                  AND SEQMST-BOOKED-DATE NOT = SPACES
                  AND SEQMST-BOOKED-LANE = WS-OPN-LANE-CODE
                  AND SEQMST-BOOKED-AMOUNT = WS-OPN-RESULT
                   ADD 1 TO ALREADY-BOOKED-COUNT
                   MOVE 'N' TO WS-OPEN-SWITCH
               ELSE
                   ADD 1 TO OPENED-COUNT
               END-IF
           END-IF

           PERFORM UNTIL WS-BKG-KEY NOT = WS-LOW-KEY
               PERFORM SETTLE-ONE-BOOKING
               PERFORM READ-BOOKING-RECORD
           END-PERFORM

           IF MASTER-RECORD-CHANGED
               PERFORM REWRITE-MASTER-BOOKING
           END-IF
           IF OPEN-ITEM-HELD
               PERFORM CARRY-OPEN-ITEM
           END-IF.

       READ-MASTER-FOR-NUMBER.
           MOVE 'N' TO WS-MASTER-SWITCH
           IF WS-LOW-KEY NUMERIC
               MOVE WS-LOW-KEY TO SEQMST-SEQ-NUMBER
               READ MASTER-FILE
               EVALUATE WS-SEQMST-STATUS
                   WHEN "00"
                       SET MASTER-RECORD-FOUND TO TRUE
                   WHEN "23"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Master read failed for " WS-LOW-KEY
                               ", status " WS-SEQMST-STATUS
                       ADD 1 TO MASTER-ERROR-COUNT
               END-EVALUATE
           END-IF.

      *>  A resend of the lane and result already open keeps the
      *>  date first sent, so a number cannot dodge the booking
      *>  wait by being resent; anything else opens afresh.  The
      *>  backed-out send itself, still in hand behind its
      *>  cancel, is cancelled rather than opened.
       TAKE-SENT-RECORD.
           EVALUATE TRUE
               WHEN CANCEL-TAKEN
                AND SENDS-PREDATE-CANCEL
                AND SEQXTR-LANE-CODE = WS-CNC-LANE-CODE
                AND SEQXTR-RESULT = WS-CNC-RESULT
                   MOVE 'N' TO WS-CANCEL-TAKEN-SWITCH
                   ADD 1 TO SENT-CANCELLED-COUNT
               WHEN OPEN-ITEM-HELD
                AND SEQXTR-LANE-CODE = WS-OPN-LANE-CODE
                AND SEQXTR-RESULT = WS-OPN-RESULT
                   CONTINUE
               WHEN OTHER
                   SET OPEN-ITEM-HELD TO TRUE
                   MOVE SEQXTR-LANE-CODE TO WS-OPN-LANE-CODE
                   MOVE SEQXTR-RESULT TO WS-OPN-RESULT
                   MOVE SEQXTR-SOURCE-ID TO WS-OPN-SOURCE-ID
                   MOVE WS-XTR-SENT-DATE TO WS-OPN-SENT-DATE
           END-EVALUATE.

      *>  A cancel sorts ahead of the number's sends, so the only
      *>  item it can find open is one brought forward.  It
      *>  closes that item when it matches: the lane and result
      *>  the backed-out run sent, first sent no later than that
      *>  run.  Whatever is sent after it opens a new item,
      *>  counted as opened tonight.  With nothing open to close
      *>  the number was already booked (or never opened), and
      *>  allocation's reversal of the booking is theirs.
       TAKE-CANCEL-RECORD.
           SET CANCEL-TAKEN TO TRUE
           MOVE XTC-LANE-CODE TO WS-CNC-LANE-CODE
           MOVE XTC-RESULT TO WS-CNC-RESULT
           IF OPEN-ITEM-HELD
              AND XTC-LANE-CODE = WS-OPN-LANE-CODE
              AND XTC-RESULT = WS-OPN-RESULT
              AND WS-OPN-SENT-DATE NOT > XTC-ORIG-RUN-DATE
               MOVE 'N' TO WS-OPEN-SWITCH
               MOVE 'N' TO WS-BROUGHT-SWITCH
               ADD 1 TO CANCELLED-COUNT
           ELSE
               ADD 1 TO CANCEL-NOT-OPEN-COUNT
           END-IF.

      *>  A booking is checked against the open item it closes;
      *>  with none open, against what the master says we last
      *>  sent; a number the master never heard of was never
      *>  sent.  Every valid booking of a number on the master is
      *>  kept there, right or wrong, so the round trip shows
      *>  what allocation actually did.
       SETTLE-ONE-BOOKING.
           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           MOVE BKG-SEQ-NUMBER TO RD-SEQ-NUMBER
           MOVE BKG-LANE-CODE TO RD-BKD-LANE
           MOVE BKG-AMOUNT TO RD-BKD-AMOUNT
           MOVE BKG-BOOKING-DATE TO RD-BKD-DATE
           EVALUATE TRUE
               WHEN BKG-SEQ-NUMBER NOT NUMERIC
                 OR BKG-AMOUNT NOT NUMERIC
                   ADD 1 TO INVALID-COUNT
                   MOVE 'INVALID' TO RD-FINDING
                   PERFORM WRITE-REPORT-DETAIL
               WHEN OPEN-ITEM-HELD
                   MOVE WS-OPN-LANE-CODE TO WS-EXPECTED-LANE
                   MOVE WS-OPN-RESULT TO WS-EXPECTED-RESULT
                   MOVE WS-OPN-SENT-DATE TO WS-EXPECTED-DATE
                   MOVE 'N' TO WS-OPEN-SWITCH
                   ADD 1 TO CLOSED-COUNT
                   PERFORM CHECK-BOOKING-AGAINST-SENT
               WHEN MASTER-RECORD-FOUND
                   MOVE SEQMST-LANE-CODE TO WS-EXPECTED-LANE
                   MOVE SEQMST-RESULT TO WS-EXPECTED-RESULT
                   MOVE SEQMST-LAST-PROC-DATE TO WS-EXPECTED-DATE
                   PERFORM CHECK-BOOKING-AGAINST-SENT
               WHEN OTHER
                   ADD 1 TO NOT-SENT-COUNT
                   MOVE 'NOT SENT' TO RD-FINDING
                   PERFORM WRITE-REPORT-DETAIL
           END-EVALUATE.

       CHECK-BOOKING-AGAINST-SENT.
           SET BOOKING-AS-SENT TO TRUE
           MOVE WS-EXPECTED-LANE TO RD-SENT-LANE
           MOVE WS-EXPECTED-RESULT TO RD-SENT-RESULT
           MOVE WS-EXPECTED-DATE TO RD-SENT-DATE
           IF BKG-LANE-CODE NOT = WS-EXPECTED-LANE
               MOVE 'N' TO WS-BOOKING-OK-SWITCH
               ADD 1 TO WRONG-LANE-COUNT
               MOVE 'WRONG LANE' TO RD-FINDING
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           IF BKG-AMOUNT-NUM NOT = WS-EXPECTED-RESULT
               MOVE 'N' TO WS-BOOKING-OK-SWITCH
               ADD 1 TO AMOUNT-DIFF-COUNT
               MOVE 'AMOUNT DIFF' TO RD-FINDING
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           IF BOOKING-AS-SENT
               ADD 1 TO BOOKED-AS-SENT-COUNT
           END-IF
           IF MASTER-RECORD-FOUND
               MOVE BKG-LANE-CODE TO SEQMST-BOOKED-LANE
               MOVE BKG-AMOUNT-NUM TO SEQMST-BOOKED-AMOUNT
               MOVE BKG-BOOKING-DATE TO SEQMST-BOOKED-DATE
               SET MASTER-RECORD-CHANGED TO TRUE
           END-IF.

       REWRITE-MASTER-BOOKING.
           REWRITE MASTER-RECORD
           IF WS-SEQMST-STATUS = "00"
               ADD 1 TO MASTER-UPDATED-COUNT
           ELSE
               DISPLAY "Master rewrite failed for "
                       SEQMST-SEQ-NUMBER ", status " WS-SEQMST-STATUS
               ADD 1 TO MASTER-ERROR-COUNT
           END-IF.

      *>  Age in days from the date first sent; a control date
      *>  that will not parse ages as day one rather than
      *>  abending the run.
       CARRY-OPEN-ITEM.
           MOVE WS-LOW-KEY TO NCT-SEQ-NUMBER
           MOVE WS-OPN-LANE-CODE TO NCT-LANE-CODE
           MOVE WS-OPN-RESULT TO NCT-RESULT
           MOVE WS-OPN-SOURCE-ID TO NCT-SOURCE-ID
           MOVE WS-OPN-SENT-DATE TO NCT-SENT-DATE
           WRITE NEW-CONTROL-RECORD
           ADD 1 TO CARRIED-FORWARD-COUNT
           MOVE WS-OPN-SENT-DATE TO WS-SENT-DATE
           IF WS-SENT-DATE NUMERIC
               COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-NUM)
           ELSE
               MOVE 1 TO WS-DAYS-OPEN
           END-IF
           IF WS-DAYS-OPEN > WS-BOOK-WAIT-DAYS
               ADD 1 TO NOT-BOOKED-COUNT
               MOVE SPACES TO WS-REPORT-DETAIL-LINE
               MOVE WS-LOW-KEY TO RD-SEQ-NUMBER
               MOVE 'NOT BOOKED' TO RD-FINDING
               MOVE WS-OPN-LANE-CODE TO RD-SENT-LANE
               MOVE WS-OPN-RESULT TO RD-SENT-RESULT
               MOVE WS-OPN-SENT-DATE TO RD-SENT-DATE
               MOVE WS-DAYS-OPEN TO AG-DAYS
               MOVE WS-AGE-TEXT TO RD-AGE-DAYS
               PERFORM WRITE-REPORT-DETAIL
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-TIME
           MOVE WS-PROGRAM-NAME TO RH-PROGRAM-NAME
           STRING WS-CURR-MM    '/'
                  WS-CURR-DD    '/'
                  WS-CURR-YYYY
                  DELIMITED BY SIZE INTO RH-RUN-DATE
           MOVE WS-BOOK-WAIT-DAYS TO RH-WAIT-DAYS
           MOVE WS-REPORT-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BOOKING EXCEPTIONS' TO SC-CAPTION
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-DETAIL.
           SET FINDING-WRITTEN TO TRUE
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *>  The open-item control proves itself: every item brought
      *>  forward or opened tonight was either closed by a
      *>  booking or carried forward.
       WRITE-CONTROL-TOTALS.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTROL TOTALS' TO SC-CAPTION
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SENT RECORDS READ' TO CN-CAPTION
           MOVE SENT-READ-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'BOOKING RECORDS READ' TO CN-CAPTION
           MOVE BOOKING-READ-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'OPEN ITEMS BROUGHT FORWARD' TO CN-CAPTION
           MOVE BROUGHT-FORWARD-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'OPENED TONIGHT' TO CN-CAPTION
           MOVE OPENED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'SENT, ALREADY BOOKED AS SENT' TO CN-CAPTION
           MOVE ALREADY-BOOKED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CLOSED BY A BOOKING' TO CN-CAPTION
           MOVE CLOSED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CANCEL RECORDS READ' TO CN-CAPTION
           MOVE CANCEL-READ-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CANCELS APPLIED ON AN EARLIER RUN' TO CN-CAPTION
           MOVE CANCEL-APPLIED-BEFORE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CLOSED BY A CANCELLATION' TO CN-CAPTION
           MOVE CANCELLED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'SENT AND CANCELLED, NOT OPENED' TO CN-CAPTION
           MOVE SENT-CANCELLED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CANCELLED, NOTHING OPEN' TO CN-CAPTION
           MOVE CANCEL-NOT-OPEN-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'OPEN ITEMS CARRIED FORWARD' TO CN-CAPTION
           MOVE CARRIED-FORWARD-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'BOOKED AS SENT' TO CN-CAPTION
           MOVE BOOKED-AS-SENT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'WRONG LANE' TO CN-CAPTION
           MOVE WRONG-LANE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'AMOUNT DIFFERS FROM RESULT' TO CN-CAPTION
           MOVE AMOUNT-DIFF-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NOT BOOKED PAST THE WAIT' TO CN-CAPTION
           MOVE NOT-BOOKED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'BOOKED, NEVER SENT' TO CN-CAPTION
           MOVE NOT-SENT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'INVALID OUTCOME RECORDS' TO CN-CAPTION
           MOVE INVALID-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER RECORDS UPDATED' TO CN-CAPTION
           MOVE MASTER-UPDATED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER I/O ERRORS' TO CN-CAPTION
           MOVE MASTER-ERROR-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-OPEN-IN = BROUGHT-FORWARD-COUNT + OPENED-COUNT
           COMPUTE WS-OPEN-OUT = CLOSED-COUNT + CANCELLED-COUNT
                               + CARRIED-FORWARD-COUNT
           MOVE 'OPEN+NEW = CLOSED+CANC+CARRIED' TO LG-CAPTION
           MOVE WS-OPEN-IN TO LG-LEFT-COUNT
           MOVE WS-OPEN-OUT TO LG-RIGHT-COUNT
           IF WS-OPEN-IN = WS-OPEN-OUT
               MOVE 'IN BALANCE' TO LG-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO LG-VERDICT
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           MOVE WS-LEG-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
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
               MOVE BOOKING-READ-COUNT TO RLG-RECORDS-IN
               MOVE CARRIED-FORWARD-COUNT TO RLG-RECORDS-OUT
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           END-IF.
