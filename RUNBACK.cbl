      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBACK.
      *> ---------------------------------------------------------
      *> Back-out of a bad nightly run.
      *> When a night's run went out wrong - a bad rule set, a
      *> corrupted office batch - this step undoes it in place of
      *> hand-editing the audit trail and the master.  Driven by
      *> the RBKPARM card: the run date to back out (YYYYMMDD,
      *> columns 1-8) and optionally one regional office (source
      *> id, columns 9-12; spaces back out the whole run).
      *>   SEQAUD  - every classification the run audited (class
      *>             not 'REJ ', stamped inside the run's window,
      *>             office as selected) gets a reversal record
      *>             appended: an image of the original with class
      *>             'REV ' (see SEQAUD.cpy), so history shows
      *>             both the original and its cancellation,
      *>             under the original's date and time.  Rejections
      *>             are left alone - they never classified.
      *>   SEQMST  - each number the run put on the master is
      *>             restored to the lane, result and last
      *>             processed date it held before the run, taken
      *>             from its audit history (concatenate the
      *>             archive ahead of SEQAUD on the SEQAUD DD); a
      *>             number missing from the master is rebuilt
      *>             from that history, and a number the run
      *>             first classified is removed.  A number
      *>             classified again after the run (a later
      *>             night, a suspense release) is left as it
      *>             stands and reported SUPERSEDED.
      *>   SEQXTRC - a cancellation transmission in the SEQXTR
      *>             envelope (type 'C', its own generation off
      *>             XTRGEN): one cancel record per detail the
      *>             run's extract (RBKXTR) sent for the office(s)
      *>             selected, so allocation can reverse what it
      *>             booked.
      *>   SEQSUSN - the suspense master less the run's size-error
      *>             items, which are reversed with the rest.
      *>   SEQHLDN - the embargo held-items master less the run's
      *>             held items (audit flag 'H'), likewise
      *>             reversed with the rest.  Both are matched on
      *>             number and date against the run's own 'Y'
      *>             and 'H' audit records, not on date alone.
      *> RBKRPT is the control report: the run's audit and
      *> extract totals, what was reversed, cancelled, restored
      *> and removed, the balance of the one against the other,
      *> and every number that needs a look.
      *> The RBKXTR envelopes must all be classification
      *> transmissions written on the card date - nightly, or
      *> intraday ('I') for an office classified during the day,
      *> whose audit records carry the same date and are backed
      *> out with the night's - each one whole
      *> (count and hash equal to its trailer); anything else,
      *> or a run with nothing left to back out (already backed
      *> out, wrong date), ends RC=16 before anything is
      *> touched.
      *> The run is identified by its envelopes, not by its
      *> date: each records the window the run wrote its audit
      *> records in (start in the header, end in the trailer -
      *> see SEQXTR.cpy), so a same-day SUSREL or HLDREL release,
      *> an intraday run whose generation is not on RBKXTR, or
      *> the night's records written after midnight are told
      *> apart correctly.  An envelope that records no window
      *> covers its whole run date.
      *> RC=8 when the control totals do not balance, an
      *> envelope is broken, or a master record could not be
      *> restored because the prior class has no current rule;
      *> RC=4 when numbers were reported for review; RC=0 when
      *> the run backed out clean.
      *> ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-PARM-FILE ASSIGN TO "RBKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBKPARM-STATUS.

           SELECT RULES-FILE ASSIGN TO "SEQRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRUL-STATUS.

           SELECT ORIGINAL-EXTRACT-FILE ASSIGN TO "RBKXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBKXTR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "SEQAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQAUD-STATUS.

           SELECT REVERSAL-AUDIT-FILE ASSIGN TO "SEQAUDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQAUDR-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SEQMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEQMST-SEQ-NUMBER
               FILE STATUS IS WS-SEQMST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SEQSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSUS-STATUS.

           SELECT NEW-SUSPENSE-FILE ASSIGN TO "SEQSUSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQSUSN-STATUS.

           SELECT HELD-FILE ASSIGN TO "SEQHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLD-STATUS.

           SELECT NEW-HELD-FILE ASSIGN TO "SEQHLDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQHLDN-STATUS.

           SELECT CANCEL-EXTRACT-FILE ASSIGN TO "SEQXTRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQXTRC-STATUS.

           SELECT GENERATION-FILE ASSIGN TO "XTRGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRGEN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RBKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBKRPT-STATUS.

           SELECT EXTRACT-WORK-FILE ASSIGN TO "RBKWRK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBKWRK1-STATUS.

           SELECT EXTRACT-SORT-FILE ASSIGN TO "RBKSRT1".

           SELECT HISTORY-SORT-FILE ASSIGN TO "RBKSRT2".

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-FILE
           RECORDING MODE IS F.
      *>  Run date to back out, and the one office to back out
      *>  (spaces = every office on the run).
       01  BACKOUT-PARM-RECORD.
           05  RBP-RUN-DATE           PIC X(8).
           05  RBP-SOURCE-ID          PIC X(4).

       FD  RULES-FILE
           RECORDING MODE IS F.
       COPY "SEQRUL.cpy".

      *>  The backed-out run's extract, in the SEQXTR layout
      *>  (the copybook itself describes the cancellation file
      *>  this step writes).
       FD  ORIGINAL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  ORIGINAL-EXTRACT-RECORD.
           05  OXT-SEQ-NUMBER         PIC 9(9).
           05  OXT-LANE-CODE          PIC X(1).
           05  OXT-RESULT             PIC 9(9).
           05  OXT-SIZE-ERROR-FLAG    PIC X(1).
           05  OXT-RESEND-COUNT       PIC X(2).
           05  OXT-SOURCE-ID          PIC X(4).
           05  OXT-RULE-VERSION       PIC 9(6).
       01  ORIGINAL-HEADER-RECORD.
           05  OXH-RECORD-TYPE        PIC X(1).
               88  ORIGINAL-HEADER    VALUE 'H'.
           05  OXH-RUN-DATE           PIC X(8).
           05  OXH-RUN-ID             PIC X(8).
           05  OXH-GENERATION         PIC 9(6).
           05  OXH-TRANSMISSION-TYPE  PIC X(1).
           05  OXH-RUN-TIME           PIC X(6).
           05  FILLER                 PIC X(2).
       01  ORIGINAL-TRAILER-RECORD.
           05  OXT-RECORD-TYPE        PIC X(1).
               88  ORIGINAL-TRAILER   VALUE 'T'.
           05  OXT-RECORD-COUNT       PIC 9(9).
           05  OXT-RESULT-HASH        PIC 9(12).
           05  OXT-RUN-END-TIME       PIC X(6).
           05  OXT-RUN-END-DAYS       PIC X(1).
           05  FILLER                 PIC X(3).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY "SEQAUD.cpy".

       FD  REVERSAL-AUDIT-FILE
           RECORDING MODE IS F.
       01  REVERSAL-AUDIT-RECORD.
           05  RVA-SEQ-NUMBER         PIC 9(9).
           05  RVA-CLASS-CODE         PIC X(4).
           05  RVA-RESULT             PIC 9(9).
           05  RVA-RUN-DATE           PIC X(8).
           05  RVA-RUN-TIME           PIC X(6).
           05  RVA-SIZE-ERROR-FLAG    PIC X(1).
           05  RVA-SOURCE-ID          PIC X(4).
           05  RVA-RULE-VERSION       PIC 9(6).

       FD  MASTER-FILE.
       COPY "SEQMST.cpy".

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY "SEQSUS.cpy".

       FD  NEW-SUSPENSE-FILE
           RECORDING MODE IS F.
       01  NEW-SUSPENSE-RECORD        PIC X(41).

       FD  HELD-FILE
           RECORDING MODE IS F.
       COPY "SEQHLD.cpy".

       FD  NEW-HELD-FILE
           RECORDING MODE IS F.
       01  NEW-HELD-RECORD            PIC X(46).

       FD  CANCEL-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY "SEQXTR.cpy".

       FD  GENERATION-FILE
           RECORDING MODE IS F.
       01  GENERATION-RECORD.
           05  GEN-LAST-GENERATION    PIC 9(6).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       FD  EXTRACT-WORK-FILE
           RECORDING MODE IS F.
       01  EXTRACT-WORK-RECORD.
           05  XWK-SEQ-NUMBER         PIC 9(9).
           05  XWK-LANE-CODE          PIC X(1).
           05  XWK-RESULT             PIC 9(9).
           05  XWK-SOURCE-ID          PIC X(4).

       SD  EXTRACT-SORT-FILE.
       01  EXTRACT-SORT-RECORD.
           05  XSR-SEQ-NUMBER         PIC 9(9).
           05  XSR-LANE-CODE          PIC X(1).
           05  XSR-RESULT             PIC 9(9).
           05  XSR-SOURCE-ID          PIC X(4).

      *>  SRT-REVERSAL-KEY sorts a reversal ('1') straight after
      *>  the record it cancels ('0'), which shares its number,
      *>  date and time.
       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  SRT-SEQ-NUMBER         PIC 9(9).
           05  SRT-RUN-DATE           PIC X(8).
           05  SRT-RUN-TIME           PIC X(6).
           05  SRT-REVERSAL-KEY       PIC X(1).
           05  SRT-CLASS-CODE         PIC X(4).
           05  SRT-RESULT             PIC 9(9).
           05  SRT-SIZE-ERROR-FLAG    PIC X(1).
           05  SRT-SOURCE-ID          PIC X(4).
           05  SRT-RULE-VERSION       PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-RBKPARM-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQRUL-STATUS           PIC XX VALUE SPACES.
       01  WS-RBKXTR-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQAUD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQAUDR-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQMST-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQSUS-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQSUSN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQHLD-STATUS           PIC XX VALUE SPACES.
       01  WS-SEQHLDN-STATUS          PIC XX VALUE SPACES.
       01  WS-SEQXTRC-STATUS          PIC XX VALUE SPACES.
       01  WS-XTRGEN-STATUS           PIC XX VALUE SPACES.
       01  WS-RBKRPT-STATUS           PIC XX VALUE SPACES.
       01  WS-RBKWRK1-STATUS          PIC XX VALUE SPACES.

       01  WS-PARM-EOF-SWITCH         PIC X VALUE 'N'.
           88  END-OF-PARM            VALUE 'Y'.
       01  WS-RUL-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-RULES-FILE      VALUE 'Y'.
       01  WS-XTR-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-ORIGINAL-EXTRACT VALUE 'Y'.
       01  WS-AUD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-AUDIT           VALUE 'Y'.
       01  WS-SRT-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-SORTED-HISTORY  VALUE 'Y'.
       01  WS-WRK-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-EXTRACT-WORK    VALUE 'Y'.
       01  WS-SUS-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-SUSPENSE        VALUE 'Y'.
       01  WS-HLD-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-HELD            VALUE 'Y'.
       01  WS-GEN-EOF-SWITCH          PIC X VALUE 'N'.
           88  END-OF-GENERATION-FILE VALUE 'Y'.

      *>  The run being backed out, from the RBKPARM card.
       01  WS-BACKOUT-DATE            PIC X(8) VALUE SPACES.
       01  WS-BACKOUT-SOURCE          PIC X(4) VALUE SPACES.
       01  WS-BACKOUT-SET-SWITCH      PIC X VALUE 'N'.
           88  BACKOUT-RUN-SET        VALUE 'Y'.
       01  WS-BACKOUT-DATE-EDIT       PIC X(10) VALUE SPACES.
       01  WS-SELECTED-SWITCH         PIC X VALUE 'N'.
           88  RECORD-SELECTED        VALUE 'Y'.

      *>  Set when the run cannot be backed out as asked; the
      *>  step then ends RC=16 with nothing touched.
       01  WS-REFUSE-SWITCH           PIC X VALUE 'N'.
           88  BACKOUT-REFUSED        VALUE 'Y'.

      *>  Class-to-lane map loaded from the live SEQRUL, to give a
      *>  restored master record the lane of its prior class.
       01  WS-LANE-MAP-TABLE.
           05  WS-MAP-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-MAP-MAX             PIC 9(2) VALUE 50.
           05  WS-MAP-ENTRY           OCCURS 50 TIMES
                                      INDEXED BY MAP-IDX.
               10  WS-MAP-CLASS-TEXT  PIC X(4).
               10  WS-MAP-LANE-CODE   PIC X(1).
       01  WS-MAP-FOUND-SWITCH        PIC X VALUE 'N'.
           88  MAP-ENTRY-FOUND        VALUE 'Y'.
       01  WS-MAPPED-LANE             PIC X(1) VALUE SPACES.

      *>  Envelope state while reading RBKXTR.
       01  WS-ENVELOPE-SWITCH         PIC X VALUE 'N'.
           88  ENVELOPE-OPEN          VALUE 'Y'.
       01  WS-ENV-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-ENV-HASH                PIC 9(12) VALUE ZERO.

      *>  The run's windows, one per RBKXTR envelope (see
      *>  SEQXTR.cpy): an audit record belongs to the run when its
      *>  date and time fall inside one of them.  An envelope
      *>  with no window recorded covers its whole run date.
       01  WS-WINDOW-TABLE.
           05  WS-WIN-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-WIN-MAX             PIC 9(2) VALUE 20.
           05  WS-WIN-ENTRY           OCCURS 20 TIMES
                                      INDEXED BY WIN-IDX.
               10  WS-WIN-START       PIC X(14).
               10  WS-WIN-END         PIC X(14).
       01  WS-WIN-RECORDED-SWITCH     PIC X VALUE 'N'.
           88  WINDOW-RECORDED        VALUE 'Y'.
       01  WS-WIN-START-DATE          PIC 9(8) VALUE ZERO.
       01  WS-WIN-END-DATE            PIC 9(8) VALUE ZERO.
       01  WS-WIN-END-DAYS            PIC 9(1) VALUE ZERO.
       01  WS-CHECK-STAMP             PIC X(14) VALUE SPACES.
       01  WS-IN-WINDOW-SWITCH        PIC X VALUE 'N'.
           88  STAMP-IN-WINDOW        VALUE 'Y'.

      *>  Per-number state while walking the sorted history.
      *>  WS-PRIOR-STATE is what the master held before the run:
      *>  the latest classification ahead of the run's own,
      *>  less any that were themselves reversed.  Each record
      *>  applied is first saved in WS-SAVED-PRIOR-STATE, so a
      *>  reversal arriving right behind it can take it back.
       01  WS-GROUP-SEQ-NUMBER        PIC 9(9) VALUE ZERO.
       01  WS-GROUP-ACTIVE-SWITCH     PIC X VALUE 'N'.
           88  GROUP-IN-FLIGHT        VALUE 'Y'.
       01  WS-PRIOR-STATE.
           05  WS-PRI-PRESENT         PIC X(1) VALUE 'N'.
               88  PRIOR-STATE-FOUND  VALUE 'Y'.
           05  WS-PRI-CLASS-CODE      PIC X(4) VALUE SPACES.
           05  WS-PRI-RESULT          PIC 9(9) VALUE ZERO.
           05  WS-PRI-SIZE-ERROR-FLAG PIC X(1) VALUE 'N'.
           05  WS-PRI-FIRST-DATE      PIC X(8) VALUE SPACES.
           05  WS-PRI-LAST-DATE       PIC X(8) VALUE SPACES.
           05  WS-PRI-RULE-VERSION    PIC 9(6) VALUE ZERO.
       01  WS-SAVED-PRIOR-STATE       PIC X(37) VALUE SPACES.
      *>  What the record just consumed did, for a reversal that
      *>  follows it: 'P' moved the prior state, 'T' was one of
      *>  the run's own, 'L' was a later classification, 'X'
      *>  nothing a reversal need undo.
       01  WS-LAST-RECORD-KIND        PIC X(1) VALUE 'X'.
       01  WS-LATER-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-TARGET-TABLE.
           05  WS-TGT-COUNT           PIC 9(2) VALUE ZERO.
           05  WS-TGT-MAX             PIC 9(2) VALUE 20.
           05  WS-TGT-ENTRY           OCCURS 20 TIMES
                                      INDEXED BY TGT-IDX.
               10  WS-TGT-RUN-DATE    PIC X(8).
               10  WS-TGT-RUN-TIME    PIC X(6).
               10  WS-TGT-CLASS-CODE  PIC X(4).
               10  WS-TGT-RESULT      PIC 9(9).
               10  WS-TGT-SIZE-ERROR-FLAG PIC X(1).
               10  WS-TGT-SOURCE-ID   PIC X(4).
               10  WS-TGT-RULE-VERSION PIC 9(6).
               10  WS-TGT-REVERSED    PIC X(1).
       01  WS-LIVE-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-LIVE-APPLIED-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-LIVE-SUSPENSE-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-LIVE-EMBARGO-COUNT      PIC 9(2) VALUE ZERO.
       01  WS-GROUP-CANCEL-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-LIVE-SUSPENSE-DATE      PIC X(8) VALUE SPACES.
       01  WS-LIVE-EMBARGO-DATE       PIC X(8) VALUE SPACES.

      *>  The run's size-error and held items still waiting when
      *>  the back-out runs - number and the date they were
      *>  suspended or held - to come off SEQSUS and SEQHLD.
      *>  Numbers are settled in ascending order, so each table
      *>  fills in number order.
       01  WS-SUSPENSE-OUT-TABLE.
           05  WS-SOT-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-SOT-MAX             PIC 9(5) VALUE 5000.
           05  WS-SOT-ENTRY           OCCURS 5000 TIMES
                                      INDEXED BY SOT-IDX.
               10  WS-SOT-SEQ-NUMBER  PIC 9(9).
               10  WS-SOT-RUN-DATE    PIC X(8).
       01  WS-HELD-OUT-TABLE.
           05  WS-HOT-COUNT           PIC 9(5) VALUE ZERO.
           05  WS-HOT-MAX             PIC 9(5) VALUE 5000.
           05  WS-HOT-ENTRY           OCCURS 5000 TIMES
                                      INDEXED BY HOT-IDX.
               10  WS-HOT-SEQ-NUMBER  PIC 9(9).
               10  WS-HOT-RUN-DATE    PIC X(8).
       01  WS-ITEM-OUT-SWITCH         PIC X VALUE 'N'.
           88  ITEM-BACKED-OUT        VALUE 'Y'.
       01  WS-CANCEL-HASH             PIC 9(12) VALUE ZERO.
       01  WS-EXTRACT-GENERATION      PIC 9(6) VALUE ZERO.

       01  WS-COUNTERS.
           05  AUDIT-READ-COUNT       PIC 9(9) VALUE ZERO.
           05  RUN-CLASSIFIED-COUNT   PIC 9(9) VALUE ZERO.
           05  RUN-SIZE-ERROR-COUNT   PIC 9(9) VALUE ZERO.
           05  RUN-EMBARGO-COUNT      PIC 9(9) VALUE ZERO.
           05  RUN-REJECT-COUNT       PIC 9(9) VALUE ZERO.
           05  PREVIOUS-REVERSAL-COUNT PIC 9(9) VALUE ZERO.
           05  TO-REVERSE-COUNT       PIC S9(9) VALUE ZERO.
           05  ENVELOPE-COUNT         PIC 9(5) VALUE ZERO.
           05  BROKEN-ENVELOPE-COUNT  PIC 9(5) VALUE ZERO.
           05  WRONG-ENVELOPE-COUNT   PIC 9(5) VALUE ZERO.
           05  DECLARED-DETAIL-COUNT  PIC 9(9) VALUE ZERO.
           05  SELECTED-DETAIL-COUNT  PIC 9(9) VALUE ZERO.
           05  SELECTED-RESULT-HASH   PIC 9(12) VALUE ZERO.
           05  REVERSAL-WRITTEN-COUNT PIC 9(9) VALUE ZERO.
           05  REVERSED-SUSPENSE-COUNT PIC 9(9) VALUE ZERO.
           05  REVERSED-EMBARGO-COUNT PIC 9(9) VALUE ZERO.
           05  CANCEL-WRITTEN-COUNT   PIC 9(9) VALUE ZERO.
           05  MASTER-RESTORED-COUNT  PIC 9(9) VALUE ZERO.
           05  MASTER-REBUILT-COUNT   PIC 9(9) VALUE ZERO.
           05  MASTER-REMOVED-COUNT   PIC 9(9) VALUE ZERO.
           05  MASTER-ABSENT-COUNT    PIC 9(9) VALUE ZERO.
           05  SUPERSEDED-COUNT       PIC 9(9) VALUE ZERO.
           05  HELD-NO-RULE-COUNT     PIC 9(9) VALUE ZERO.
           05  ALREADY-RELEASED-COUNT PIC 9(9) VALUE ZERO.
           05  NOT-ON-EXTRACT-COUNT   PIC 9(9) VALUE ZERO.
           05  EXTRACT-ONLY-COUNT     PIC 9(9) VALUE ZERO.
           05  ALREADY-REVERSED-COUNT PIC 9(9) VALUE ZERO.
           05  SUSPENSE-READ-COUNT    PIC 9(9) VALUE ZERO.
           05  SUSPENSE-REMOVED-COUNT PIC 9(9) VALUE ZERO.
           05  EXCEPTION-COUNT        PIC 9(9) VALUE ZERO.
           05  SUSPENSE-ACCOUNTED     PIC 9(9) VALUE ZERO.
           05  EMBARGO-READ-COUNT     PIC 9(9) VALUE ZERO.
           05  EMBARGO-REMOVED-COUNT  PIC 9(9) VALUE ZERO.
           05  EMBARGO-RELEASED-COUNT PIC 9(9) VALUE ZERO.
           05  EMBARGO-ACCOUNTED      PIC 9(9) VALUE ZERO.
           05  APPLIED-REVERSED-COUNT PIC 9(9) VALUE ZERO.
           05  EXTRACT-ACCOUNTED      PIC 9(9) VALUE ZERO.

       01  WS-OUT-OF-BALANCE-SWITCH   PIC X VALUE 'N'.
           88  BACKOUT-OUT-OF-BALANCE VALUE 'Y'.

       01  WS-PROGRAM-NAME            PIC X(10) VALUE 'RUNBACK'.
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
           05  FILLER                 PIC X(22)
               VALUE 'BACKING OUT RUN DATED '.
           05  RH-BACKOUT-DATE        PIC X(10).
           05  FILLER                 PIC X(10) VALUE '  OFFICE: '.
           05  RH-BACKOUT-SOURCE      PIC X(4).
           05  FILLER                 PIC X(14) VALUE '  GENERATION: '.
           05  RH-GENERATION          PIC 9(6).
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SC-CAPTION             PIC X(60).
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                 PIC X(9)  VALUE 'SEQ NO.'.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'FINDING'.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(56) VALUE 'DETAIL'.

       01  WS-EXCEPTION-LINE.
           05  EX-SEQ-NUMBER          PIC Z(8)9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  EX-FINDING             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EX-TEXT                PIC X(56).

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(8)  VALUE '  NONE'.
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  CN-CAPTION             PIC X(34).
           05  CN-COUNT               PIC Z(11)9.
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  BL-CAPTION             PIC X(30).
           05  BL-LEFT-COUNT          PIC Z(11)9.
           05  FILLER                 PIC X(4)  VALUE ' VS '.
           05  BL-RIGHT-COUNT         PIC Z(11)9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BL-VERDICT             PIC X(14).
           05  FILLER                 PIC X(6)  VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(80) VALUE SPACES.

       01  WS-REPORT-FOOTER-LINE.
           05  FILLER                 PIC X(15) VALUE 'END OF REPORT'.
           05  FILLER                 PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Start".

           PERFORM READ-BACKOUT-PARM
           PERFORM LOAD-LANE-MAP

      *>  The run's extract details for the office(s) selected,
      *>  in number order for the match against the history.
           SORT EXTRACT-SORT-FILE
               ON ASCENDING KEY XSR-SEQ-NUMBER
               INPUT PROCEDURE IS SELECT-EXTRACT-DETAILS
               GIVING EXTRACT-WORK-FILE

           IF ENVELOPE-COUNT = ZERO
               DISPLAY "No envelope on RBKXTR - supply the extract "
                       "generation(s) of the run being backed out"
               SET BACKOUT-REFUSED TO TRUE
           END-IF
           IF WRONG-ENVELOPE-COUNT NOT = ZERO
               DISPLAY "RBKXTR holds " WRONG-ENVELOPE-COUNT
                       " envelope(s) that are not classification "
                       "transmissions dated " WS-BACKOUT-DATE
                       " - wrong generation supplied"
               SET BACKOUT-REFUSED TO TRUE
           END-IF
           IF BACKOUT-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *>  The number's whole history in run order, each reversal
      *>  right behind the record it cancels.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY SRT-SEQ-NUMBER
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-REVERSAL-KEY
               INPUT PROCEDURE IS RELEASE-AUDIT-HISTORY
               OUTPUT PROCEDURE IS BACK-OUT-SORTED-HISTORY

           IF BACKOUT-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REMOVE-RUN-FROM-SUSPENSE
           PERFORM REMOVE-RUN-FROM-HOLD
           PERFORM BALANCE-BACKOUT

           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-REPORT-FOOTER

           CLOSE MASTER-FILE
           CLOSE REVERSAL-AUDIT-FILE
           CLOSE CANCEL-EXTRACT-FILE
           CLOSE REPORT-FILE

           PERFORM SAVE-GENERATION

           DISPLAY "Run backed out: " WS-BACKOUT-DATE
                   " office " WS-BACKOUT-SOURCE
           DISPLAY "Audit records read: " AUDIT-READ-COUNT
           DISPLAY "Reversal records written: " REVERSAL-WRITTEN-COUNT
           DISPLAY "Cancel records written: " CANCEL-WRITTEN-COUNT
           DISPLAY "Master records restored: " MASTER-RESTORED-COUNT
           DISPLAY "Master records rebuilt: " MASTER-REBUILT-COUNT
           DISPLAY "Master records removed: " MASTER-REMOVED-COUNT
           DISPLAY "Superseded, left as they stand: " SUPERSEDED-COUNT
           DISPLAY "Suspense items removed: " SUSPENSE-REMOVED-COUNT
           DISPLAY "Held items removed: " EMBARGO-REMOVED-COUNT

           EVALUATE TRUE
               WHEN BACKOUT-OUT-OF-BALANCE
                 OR BROKEN-ENVELOPE-COUNT NOT = ZERO
                 OR HELD-NO-RULE-COUNT NOT = ZERO
                   DISPLAY "The back-out does not balance or left "
                           "master records unrestored - reconcile "
                           "RBKRPT before SEQXTRC is released"
                   MOVE 8 TO RETURN-CODE
               WHEN EXCEPTION-COUNT NOT = ZERO
                   DISPLAY "Numbers reported for review, see RBKRPT"
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           DISPLAY "End".
           STOP RUN.

       READ-BACKOUT-PARM.
           OPEN INPUT BACKOUT-PARM-FILE
           IF WS-RBKPARM-STATUS NOT = "00"
               DISPLAY "Unable to open RBKPARM, status "
                       WS-RBKPARM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-PARM
               READ BACKOUT-PARM-FILE
                   AT END
                       SET END-OF-PARM TO TRUE
                   NOT AT END
                       IF RBP-RUN-DATE NUMERIC
                          AND RBP-RUN-DATE (5:2) >= '01'
                          AND RBP-RUN-DATE (5:2) <= '12'
                          AND RBP-RUN-DATE (7:2) >= '01'
                          AND RBP-RUN-DATE (7:2) <= '31'
                           MOVE RBP-RUN-DATE TO WS-BACKOUT-DATE
                           MOVE RBP-SOURCE-ID TO WS-BACKOUT-SOURCE
                           SET BACKOUT-RUN-SET TO TRUE
                       ELSE
                           DISPLAY "Unusable RBKPARM card ignored: "
                                   BACKOUT-PARM-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKOUT-PARM-FILE
           IF NOT BACKOUT-RUN-SET
               DISPLAY "No usable run date on RBKPARM"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           STRING WS-BACKOUT-DATE (5:2) '/'
                  WS-BACKOUT-DATE (7:2) '/'
                  WS-BACKOUT-DATE (1:4)
                  DELIMITED BY SIZE INTO WS-BACKOUT-DATE-EDIT
           IF WS-BACKOUT-SOURCE = SPACES
               DISPLAY "Backing out the run dated " WS-BACKOUT-DATE
                       ", every office"
           ELSE
               DISPLAY "Backing out the run dated " WS-BACKOUT-DATE
                       ", office " WS-BACKOUT-SOURCE " only"
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
           END-IF.

      *>  Every envelope on RBKXTR is proved whole against its own
      *>  trailer and must be a classification transmission
      *>  written on the card date; the declared totals are kept
      *>  for the control report.  Details for the office(s)
      *>  being backed out go to the sort.
       SELECT-EXTRACT-DETAILS.
           OPEN INPUT ORIGINAL-EXTRACT-FILE
           IF WS-RBKXTR-STATUS NOT = "00"
               DISPLAY "Unable to open RBKXTR, status "
                       WS-RBKXTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-ORIGINAL-EXTRACT
               READ ORIGINAL-EXTRACT-FILE
                   AT END
                       SET END-OF-ORIGINAL-EXTRACT TO TRUE
                   NOT AT END
                       PERFORM TAKE-ORIGINAL-EXTRACT-RECORD
               END-READ
           END-PERFORM
           IF ENVELOPE-OPEN
               DISPLAY "RBKXTR envelope generation has no trailer, "
                       "the file is truncated"
               ADD 1 TO BROKEN-ENVELOPE-COUNT
           END-IF
           CLOSE ORIGINAL-EXTRACT-FILE
           DISPLAY "Extract envelopes read: " ENVELOPE-COUNT
           DISPLAY "Extract details selected: " SELECTED-DETAIL-COUNT.

       TAKE-ORIGINAL-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN OXT-SEQ-NUMBER NUMERIC
                   IF NOT ENVELOPE-OPEN
                       DISPLAY "RBKXTR detail outside an envelope: "
                               OXT-SEQ-NUMBER
                       ADD 1 TO BROKEN-ENVELOPE-COUNT
                   END-IF
                   ADD 1 TO WS-ENV-COUNT
                   COMPUTE WS-ENV-HASH =
                       FUNCTION MOD(WS-ENV-HASH + OXT-RESULT,
                           1000000000000)
                   IF WS-BACKOUT-SOURCE = SPACES
                    OR OXT-SOURCE-ID = WS-BACKOUT-SOURCE
                       ADD 1 TO SELECTED-DETAIL-COUNT
                       COMPUTE SELECTED-RESULT-HASH =
                           FUNCTION MOD(SELECTED-RESULT-HASH
                               + OXT-RESULT, 1000000000000)
                       MOVE OXT-SEQ-NUMBER TO XSR-SEQ-NUMBER
                       MOVE OXT-LANE-CODE TO XSR-LANE-CODE
                       MOVE OXT-RESULT TO XSR-RESULT
                       MOVE OXT-SOURCE-ID TO XSR-SOURCE-ID
                       RELEASE EXTRACT-SORT-RECORD
                   END-IF
               WHEN ORIGINAL-HEADER
                   IF ENVELOPE-OPEN
                       DISPLAY "RBKXTR envelope before generation "
                               OXH-GENERATION " has no trailer"
                       ADD 1 TO BROKEN-ENVELOPE-COUNT
                   END-IF
                   SET ENVELOPE-OPEN TO TRUE
                   ADD 1 TO ENVELOPE-COUNT
                   MOVE ZERO TO WS-ENV-COUNT
                   MOVE ZERO TO WS-ENV-HASH
                   IF OXH-RUN-DATE NOT = WS-BACKOUT-DATE
                    OR (OXH-TRANSMISSION-TYPE NOT = SPACE
                        AND OXH-TRANSMISSION-TYPE NOT = 'I')
                       DISPLAY "RBKXTR generation " OXH-GENERATION
                               " written " OXH-RUN-DATE " by "
                               OXH-RUN-ID ", type '"
                               OXH-TRANSMISSION-TYPE
                               "' is not from the run being "
                               "backed out"
                       ADD 1 TO WRONG-ENVELOPE-COUNT
                   END-IF
                   PERFORM OPEN-RUN-WINDOW
               WHEN ORIGINAL-TRAILER
                   ADD OXT-RECORD-COUNT TO DECLARED-DETAIL-COUNT
                   IF NOT ENVELOPE-OPEN
                       DISPLAY "RBKXTR trailer with no header"
                       ADD 1 TO BROKEN-ENVELOPE-COUNT
                   ELSE
                       PERFORM CLOSE-RUN-WINDOW
                       IF OXT-RECORD-COUNT NOT = WS-ENV-COUNT
                        OR OXT-RESULT-HASH NOT = WS-ENV-HASH
                           DISPLAY "RBKXTR envelope does not agree "
                                   "with its trailer: count "
                                   WS-ENV-COUNT " vs "
                                   OXT-RECORD-COUNT ", hash "
                                   WS-ENV-HASH " vs "
                                   OXT-RESULT-HASH
                           ADD 1 TO BROKEN-ENVELOPE-COUNT
                       END-IF
                   END-IF
                   MOVE 'N' TO WS-ENVELOPE-SWITCH
               WHEN OTHER
                   DISPLAY "Unrecognized RBKXTR record: "
                           ORIGINAL-EXTRACT-RECORD
                   ADD 1 TO BROKEN-ENVELOPE-COUNT
           END-EVALUATE.

      *>  The envelope's header opens the run's window at the
      *>  time the run started; without one recorded the window
      *>  is the whole run date, as it is until the trailer says
      *>  when the run ended.
       OPEN-RUN-WINDOW.
           IF WS-WIN-COUNT >= WS-WIN-MAX
               DISPLAY "More than " WS-WIN-MAX " envelopes on "
                       "RBKXTR, raise WS-WIN-MAX"
               SET BACKOUT-REFUSED TO TRUE
           ELSE
               ADD 1 TO WS-WIN-COUNT
               SET WIN-IDX TO WS-WIN-COUNT
               IF OXH-RUN-TIME NUMERIC
                   SET WINDOW-RECORDED TO TRUE
                   STRING OXH-RUN-DATE OXH-RUN-TIME
                          DELIMITED BY SIZE INTO WS-WIN-START (WIN-IDX)
               ELSE
                   MOVE 'N' TO WS-WIN-RECORDED-SWITCH
                   DISPLAY "RBKXTR generation " OXH-GENERATION
                           " records no run window - the whole of "
                           OXH-RUN-DATE " is taken as the run"
                   STRING OXH-RUN-DATE '000000'
                          DELIMITED BY SIZE INTO WS-WIN-START (WIN-IDX)
               END-IF
               STRING OXH-RUN-DATE '235959'
                      DELIMITED BY SIZE INTO WS-WIN-END (WIN-IDX)
           END-IF.

       CLOSE-RUN-WINDOW.
           IF WINDOW-RECORDED
              AND OXT-RUN-END-TIME NUMERIC
              AND OXT-RUN-END-DAYS NUMERIC
              AND WS-WIN-START (WIN-IDX) (1:8) NUMERIC
               MOVE WS-WIN-START (WIN-IDX) (1:8) TO WS-WIN-START-DATE
               MOVE OXT-RUN-END-DAYS TO WS-WIN-END-DAYS
               COMPUTE WS-WIN-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WIN-START-DATE)
                 + WS-WIN-END-DAYS)
               STRING WS-WIN-END-DATE OXT-RUN-END-TIME
                      DELIMITED BY SIZE INTO WS-WIN-END (WIN-IDX)
           END-IF
           MOVE 'N' TO WS-WIN-RECORDED-SWITCH.

       CHECK-RUN-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-SWITCH
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WS-WIN-COUNT
                      OR STAMP-IN-WINDOW
               IF WS-CHECK-STAMP >= WS-WIN-START (WIN-IDX)
                  AND WS-CHECK-STAMP <= WS-WIN-END (WIN-IDX)
                   SET STAMP-IN-WINDOW TO TRUE
               END-IF
           END-PERFORM.

      *>  The whole history goes to the sort; the run's own
      *>  records are counted on the way so a run with nothing
      *>  left to reverse is refused before anything is opened
      *>  for output.
       RELEASE-AUDIT-HISTORY.
           OPEN INPUT AUDIT-FILE
           IF WS-SEQAUD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQAUD, status " WS-SEQAUD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL END-OF-AUDIT
               READ AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       ADD 1 TO AUDIT-READ-COUNT
                       PERFORM COUNT-RUN-AUDIT-RECORD
                       MOVE AUD-SEQ-NUMBER TO SRT-SEQ-NUMBER
                       MOVE AUD-RUN-DATE TO SRT-RUN-DATE
                       MOVE AUD-RUN-TIME TO SRT-RUN-TIME
                       IF AUD-CLASS-CODE = 'REV '
                           MOVE '1' TO SRT-REVERSAL-KEY
                       ELSE
                           MOVE '0' TO SRT-REVERSAL-KEY
                       END-IF
                       MOVE AUD-CLASS-CODE TO SRT-CLASS-CODE
                       MOVE AUD-RESULT TO SRT-RESULT
                       MOVE AUD-SIZE-ERROR-FLAG TO SRT-SIZE-ERROR-FLAG
                       MOVE AUD-SOURCE-ID TO SRT-SOURCE-ID
                       IF AUD-RULE-VERSION NUMERIC
                           MOVE AUD-RULE-VERSION TO SRT-RULE-VERSION
                       ELSE
                           MOVE ZERO TO SRT-RULE-VERSION
                       END-IF
                       RELEASE HISTORY-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           COMPUTE TO-REVERSE-COUNT = RUN-CLASSIFIED-COUNT
                                    - PREVIOUS-REVERSAL-COUNT
           DISPLAY "Run classifications on SEQAUD: "
                   RUN-CLASSIFIED-COUNT
           DISPLAY "Of those, already reversed: "
                   PREVIOUS-REVERSAL-COUNT.

       COUNT-RUN-AUDIT-RECORD.
           STRING AUD-RUN-DATE AUD-RUN-TIME
                  DELIMITED BY SIZE INTO WS-CHECK-STAMP
           PERFORM CHECK-RUN-WINDOW
           IF STAMP-IN-WINDOW
              AND (WS-BACKOUT-SOURCE = SPACES
                   OR AUD-SOURCE-ID = WS-BACKOUT-SOURCE)
               EVALUATE AUD-CLASS-CODE
                   WHEN 'REJ '
                       ADD 1 TO RUN-REJECT-COUNT
                   WHEN 'REV '
                       ADD 1 TO PREVIOUS-REVERSAL-COUNT
                   WHEN OTHER
                       ADD 1 TO RUN-CLASSIFIED-COUNT
                       EVALUATE AUD-SIZE-ERROR-FLAG
                           WHEN 'Y'
                               ADD 1 TO RUN-SIZE-ERROR-COUNT
                           WHEN 'H'
                               ADD 1 TO RUN-EMBARGO-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       BACK-OUT-SORTED-HISTORY.
           EVALUATE TRUE
               WHEN TO-REVERSE-COUNT NOT > ZERO
                   DISPLAY "Nothing on SEQAUD to back out for the run "
                           "dated " WS-BACKOUT-DATE " - wrong date, or "
                           "the run is already backed out"
                   SET BACKOUT-REFUSED TO TRUE
               WHEN RUN-SIZE-ERROR-COUNT > WS-SOT-MAX
                 OR RUN-EMBARGO-COUNT > WS-HOT-MAX
                   DISPLAY "The run suspended " RUN-SIZE-ERROR-COUNT
                           " and held " RUN-EMBARGO-COUNT
                           " items, more than " WS-SOT-MAX
                           " - raise WS-SOT-MAX and WS-HOT-MAX"
                   SET BACKOUT-REFUSED TO TRUE
               WHEN OTHER
                   PERFORM OPEN-BACKOUT-OUTPUTS
                   PERFORM TAKE-NEXT-GENERATION
                   PERFORM WRITE-CANCEL-ENVELOPE-HEADER
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM READ-EXTRACT-WORK
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
                   END-IF
                   PERFORM UNTIL END-OF-EXTRACT-WORK
                       PERFORM CANCEL-EXTRACT-ONLY
                   END-PERFORM
                   CLOSE EXTRACT-WORK-FILE
                   PERFORM WRITE-CANCEL-ENVELOPE-TRAILER
           END-EVALUATE.

       OPEN-BACKOUT-OUTPUTS.
           OPEN OUTPUT REPORT-FILE
           IF WS-RBKRPT-STATUS NOT = "00"
               DISPLAY "Unable to open RBKRPT, status " WS-RBKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EXTRACT-WORK-FILE
           IF WS-RBKWRK1-STATUS NOT = "00"
               DISPLAY "Unable to open RBKWRK1, status "
                       WS-RBKWRK1-STATUS
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-SEQMST-STATUS NOT = "00"
               DISPLAY "Unable to open SEQMST, status " WS-SEQMST-STATUS
               CLOSE REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND REVERSAL-AUDIT-FILE
           IF WS-SEQAUDR-STATUS NOT = "00"
               DISPLAY "Unable to open SEQAUDR, status "
                       WS-SEQAUDR-STATUS
               CLOSE REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CANCEL-EXTRACT-FILE
           IF WS-SEQXTRC-STATUS NOT = "00"
               DISPLAY "Unable to open SEQXTRC, status "
                       WS-SEQXTRC-STATUS
               CLOSE REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               CLOSE MASTER-FILE
               CLOSE REVERSAL-AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SEQSUS-STATUS NOT = "00"
               DISPLAY "Unable to open SEQSUS, status " WS-SEQSUS-STATUS
               CLOSE REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               CLOSE MASTER-FILE
               CLOSE REVERSAL-AUDIT-FILE
               CLOSE CANCEL-EXTRACT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NEW-SUSPENSE-FILE
           IF WS-SEQSUSN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQSUSN, status "
                       WS-SEQSUSN-STATUS
               CLOSE REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               CLOSE MASTER-FILE
               CLOSE REVERSAL-AUDIT-FILE
               CLOSE CANCEL-EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HELD-FILE
           IF WS-SEQHLD-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLD, status " WS-SEQHLD-STATUS
               CLOSE REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               CLOSE MASTER-FILE
               CLOSE REVERSAL-AUDIT-FILE
               CLOSE CANCEL-EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE NEW-SUSPENSE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NEW-HELD-FILE
           IF WS-SEQHLDN-STATUS NOT = "00"
               DISPLAY "Unable to open SEQHLDN, status "
                       WS-SEQHLDN-STATUS
               CLOSE REPORT-FILE
               CLOSE EXTRACT-WORK-FILE
               CLOSE MASTER-FILE
               CLOSE REVERSAL-AUDIT-FILE
               CLOSE CANCEL-EXTRACT-FILE
               CLOSE SUSPENSE-FILE
               CLOSE NEW-SUSPENSE-FILE
               CLOSE HELD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-EXTRACT-WORK.
           READ EXTRACT-WORK-FILE
               AT END
                   SET END-OF-EXTRACT-WORK TO TRUE
           END-READ.

      *>  Records for one number arrive in run order.  Until the
      *>  run's own first record, each classification moves the
      *>  prior state; the run's own records are kept in the
      *>  target table; anything classified after them means the
      *>  number has since moved on.  A reversal undoes whatever
      *>  the record in front of it did.  Rejections, size-error
      *>  records and embargo held records (never applied to the
      *>  master) do not move the prior state.
       COLLECT-ONE-HISTORY-RECORD.
           IF GROUP-IN-FLIGHT
              AND SRT-SEQ-NUMBER NOT = WS-GROUP-SEQ-NUMBER
               PERFORM SETTLE-ONE-NUMBER
           END-IF
           IF NOT GROUP-IN-FLIGHT
               SET GROUP-IN-FLIGHT TO TRUE
               MOVE SRT-SEQ-NUMBER TO WS-GROUP-SEQ-NUMBER
               MOVE 'N' TO WS-PRI-PRESENT
               MOVE SPACES TO WS-PRI-CLASS-CODE
               MOVE ZERO TO WS-PRI-RESULT
               MOVE 'N' TO WS-PRI-SIZE-ERROR-FLAG
               MOVE SPACES TO WS-PRI-FIRST-DATE
               MOVE SPACES TO WS-PRI-LAST-DATE
               MOVE ZERO TO WS-PRI-RULE-VERSION
               MOVE 'X' TO WS-LAST-RECORD-KIND
               MOVE ZERO TO WS-LATER-COUNT
               MOVE ZERO TO WS-TGT-COUNT
           END-IF
           MOVE 'N' TO WS-SELECTED-SWITCH
           STRING SRT-RUN-DATE SRT-RUN-TIME
                  DELIMITED BY SIZE INTO WS-CHECK-STAMP
           PERFORM CHECK-RUN-WINDOW
           IF STAMP-IN-WINDOW
              AND (WS-BACKOUT-SOURCE = SPACES
                   OR SRT-SOURCE-ID = WS-BACKOUT-SOURCE)
               SET RECORD-SELECTED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN SRT-CLASS-CODE = 'REV '
                   PERFORM UNDO-LAST-RECORD
                   MOVE 'X' TO WS-LAST-RECORD-KIND
               WHEN SRT-CLASS-CODE = 'REJ '
                   MOVE 'X' TO WS-LAST-RECORD-KIND
               WHEN RECORD-SELECTED
                   PERFORM ADD-TARGET-ENTRY
                   MOVE 'T' TO WS-LAST-RECORD-KIND
               WHEN SRT-SIZE-ERROR-FLAG = 'Y' OR 'H' OR 'W'
                   MOVE 'X' TO WS-LAST-RECORD-KIND
               WHEN WS-TGT-COUNT = ZERO
                   MOVE WS-PRIOR-STATE TO WS-SAVED-PRIOR-STATE
                   MOVE 'Y' TO WS-PRI-PRESENT
                   MOVE SRT-CLASS-CODE TO WS-PRI-CLASS-CODE
                   MOVE SRT-RESULT TO WS-PRI-RESULT
                   MOVE SRT-SIZE-ERROR-FLAG TO WS-PRI-SIZE-ERROR-FLAG
                   MOVE SRT-RUN-DATE TO WS-PRI-LAST-DATE
                   MOVE SRT-RULE-VERSION TO WS-PRI-RULE-VERSION
                   IF WS-PRI-FIRST-DATE = SPACES
                       MOVE SRT-RUN-DATE TO WS-PRI-FIRST-DATE
                   END-IF
                   MOVE 'P' TO WS-LAST-RECORD-KIND
               WHEN OTHER
                   ADD 1 TO WS-LATER-COUNT
                   MOVE 'L' TO WS-LAST-RECORD-KIND
           END-EVALUATE.

       UNDO-LAST-RECORD.
           EVALUATE WS-LAST-RECORD-KIND
               WHEN 'P'
                   MOVE WS-SAVED-PRIOR-STATE TO WS-PRIOR-STATE
               WHEN 'T'
                   SET TGT-IDX TO WS-TGT-COUNT
                   MOVE 'Y' TO WS-TGT-REVERSED (TGT-IDX)
               WHEN 'L'
                   SUBTRACT 1 FROM WS-LATER-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-TARGET-ENTRY.
           IF WS-TGT-COUNT >= WS-TGT-MAX
               DISPLAY "More than " WS-TGT-MAX " classifications of "
                       WS-GROUP-SEQ-NUMBER " on the run dated "
                       WS-BACKOUT-DATE ", raise WS-TGT-MAX"
               CLOSE MASTER-FILE
               CLOSE REVERSAL-AUDIT-FILE
               CLOSE CANCEL-EXTRACT-FILE
               CLOSE EXTRACT-WORK-FILE
               CLOSE SUSPENSE-FILE
               CLOSE NEW-SUSPENSE-FILE
               CLOSE HELD-FILE
               CLOSE NEW-HELD-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-TGT-COUNT
           SET TGT-IDX TO WS-TGT-COUNT
           MOVE SRT-RUN-DATE TO WS-TGT-RUN-DATE (TGT-IDX)
           MOVE SRT-RUN-TIME TO WS-TGT-RUN-TIME (TGT-IDX)
           MOVE SRT-CLASS-CODE TO WS-TGT-CLASS-CODE (TGT-IDX)
           MOVE SRT-RESULT TO WS-TGT-RESULT (TGT-IDX)
           MOVE SRT-SIZE-ERROR-FLAG
               TO WS-TGT-SIZE-ERROR-FLAG (TGT-IDX)
           MOVE SRT-SOURCE-ID TO WS-TGT-SOURCE-ID (TGT-IDX)
           MOVE SRT-RULE-VERSION TO WS-TGT-RULE-VERSION (TGT-IDX)
           MOVE 'N' TO WS-TGT-REVERSED (TGT-IDX).

      *>  The number's group is complete: reverse what the run
      *>  audited, cancel what its extract sent, and put the
      *>  master back.
       SETTLE-ONE-NUMBER.
           MOVE ZERO TO WS-LIVE-COUNT
           MOVE ZERO TO WS-LIVE-APPLIED-COUNT
           MOVE ZERO TO WS-LIVE-SUSPENSE-COUNT
           MOVE ZERO TO WS-LIVE-EMBARGO-COUNT
           MOVE ZERO TO WS-GROUP-CANCEL-COUNT
           IF WS-TGT-COUNT NOT = ZERO
               PERFORM VARYING TGT-IDX FROM 1 BY 1
                       UNTIL TGT-IDX > WS-TGT-COUNT
                   IF WS-TGT-REVERSED (TGT-IDX) = 'N'
                       PERFORM WRITE-REVERSAL-RECORD
                       ADD 1 TO WS-LIVE-COUNT
                       EVALUATE WS-TGT-SIZE-ERROR-FLAG (TGT-IDX)
                           WHEN 'Y'
                               IF WS-LIVE-SUSPENSE-COUNT = ZERO
                                   MOVE WS-TGT-RUN-DATE (TGT-IDX)
                                       TO WS-LIVE-SUSPENSE-DATE
                               END-IF
                               ADD 1 TO WS-LIVE-SUSPENSE-COUNT
                           WHEN 'H'
                               IF WS-LIVE-EMBARGO-COUNT = ZERO
                                   MOVE WS-TGT-RUN-DATE (TGT-IDX)
                                       TO WS-LIVE-EMBARGO-DATE
                               END-IF
                               ADD 1 TO WS-LIVE-EMBARGO-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-LIVE-APPLIED-COUNT
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM UNTIL END-OF-EXTRACT-WORK
                      OR XWK-SEQ-NUMBER NOT < WS-GROUP-SEQ-NUMBER
               PERFORM CANCEL-EXTRACT-ONLY
           END-PERFORM
           PERFORM UNTIL END-OF-EXTRACT-WORK
                      OR XWK-SEQ-NUMBER NOT = WS-GROUP-SEQ-NUMBER
               IF WS-LIVE-COUNT NOT = ZERO
                   PERFORM WRITE-CANCEL-RECORD
                   ADD 1 TO WS-GROUP-CANCEL-COUNT
               ELSE
                   IF WS-TGT-COUNT NOT = ZERO
                       ADD 1 TO ALREADY-REVERSED-COUNT
                       MOVE 'NOT CANCLD' TO EX-FINDING
                       MOVE 'ON THE EXTRACT BUT ALREADY BACKED OUT'
                           TO EX-TEXT
                       PERFORM WRITE-NUMBER-EXCEPTION
                   ELSE
                       PERFORM WRITE-CANCEL-RECORD
                       ADD 1 TO EXTRACT-ONLY-COUNT
                       MOVE 'NO AUDIT' TO EX-FINDING
                       MOVE 'SENT BUT NEVER AUDITED ON THE RUN - CANCELLED'
                           TO EX-TEXT
                       PERFORM WRITE-NUMBER-EXCEPTION
                   END-IF
               END-IF
               PERFORM READ-EXTRACT-WORK
           END-PERFORM

           IF WS-LIVE-APPLIED-COUNT NOT = ZERO
               IF WS-GROUP-CANCEL-COUNT = ZERO
                   ADD 1 TO NOT-ON-EXTRACT-COUNT
                   MOVE 'NOT SENT' TO EX-FINDING
                   MOVE 'AUDITED ON THE RUN BUT NOT ON ITS EXTRACT'
                       TO EX-TEXT
                   PERFORM WRITE-NUMBER-EXCEPTION
               END-IF
               PERFORM RESTORE-MASTER-RECORD
           END-IF
           IF WS-LIVE-SUSPENSE-COUNT NOT = ZERO
              AND WS-LATER-COUNT NOT = ZERO
               ADD WS-LIVE-SUSPENSE-COUNT TO ALREADY-RELEASED-COUNT
               MOVE 'RELEASED' TO EX-FINDING
               MOVE 'SUSPENSE ITEM ALREADY RELEASED OR RECLASSIFIED'
                   TO EX-TEXT
               PERFORM WRITE-NUMBER-EXCEPTION
           END-IF
           IF WS-LIVE-EMBARGO-COUNT NOT = ZERO
              AND WS-LATER-COUNT NOT = ZERO
               ADD WS-LIVE-EMBARGO-COUNT TO EMBARGO-RELEASED-COUNT
               MOVE 'RELEASED' TO EX-FINDING
               MOVE 'HELD ITEM ALREADY RELEASED OR RECLASSIFIED'
                   TO EX-TEXT
               PERFORM WRITE-NUMBER-EXCEPTION
           END-IF
           IF WS-LATER-COUNT = ZERO
               IF WS-LIVE-SUSPENSE-COUNT NOT = ZERO
                   PERFORM ADD-SUSPENSE-OUT-ENTRY
               END-IF
               IF WS-LIVE-EMBARGO-COUNT NOT = ZERO
                   PERFORM ADD-HELD-OUT-ENTRY
               END-IF
           END-IF
           MOVE 'N' TO WS-GROUP-ACTIVE-SWITCH.

      *>  A size-error or held item of the run that nothing has
      *>  released since is still waiting on SEQSUS or SEQHLD,
      *>  filed under the date it was suspended or held; it comes
      *>  off with the rest of the run.  The tables were sized
      *>  against the run's counts before anything was touched.
       ADD-SUSPENSE-OUT-ENTRY.
           IF WS-SOT-COUNT < WS-SOT-MAX
               ADD 1 TO WS-SOT-COUNT
               SET SOT-IDX TO WS-SOT-COUNT
               MOVE WS-GROUP-SEQ-NUMBER TO WS-SOT-SEQ-NUMBER (SOT-IDX)
               MOVE WS-LIVE-SUSPENSE-DATE TO WS-SOT-RUN-DATE (SOT-IDX)
           END-IF.

       ADD-HELD-OUT-ENTRY.
           IF WS-HOT-COUNT < WS-HOT-MAX
               ADD 1 TO WS-HOT-COUNT
               SET HOT-IDX TO WS-HOT-COUNT
               MOVE WS-GROUP-SEQ-NUMBER TO WS-HOT-SEQ-NUMBER (HOT-IDX)
               MOVE WS-LIVE-EMBARGO-DATE TO WS-HOT-RUN-DATE (HOT-IDX)
           END-IF.

       WRITE-REVERSAL-RECORD.
           MOVE WS-GROUP-SEQ-NUMBER TO RVA-SEQ-NUMBER
           MOVE 'REV ' TO RVA-CLASS-CODE
           MOVE WS-TGT-RESULT (TGT-IDX) TO RVA-RESULT
           MOVE WS-TGT-RUN-DATE (TGT-IDX) TO RVA-RUN-DATE
           MOVE WS-TGT-RUN-TIME (TGT-IDX) TO RVA-RUN-TIME
           MOVE WS-TGT-SIZE-ERROR-FLAG (TGT-IDX)
               TO RVA-SIZE-ERROR-FLAG
           MOVE WS-TGT-SOURCE-ID (TGT-IDX) TO RVA-SOURCE-ID
           MOVE WS-TGT-RULE-VERSION (TGT-IDX) TO RVA-RULE-VERSION
           WRITE REVERSAL-AUDIT-RECORD
           ADD 1 TO REVERSAL-WRITTEN-COUNT
           EVALUATE WS-TGT-SIZE-ERROR-FLAG (TGT-IDX)
               WHEN 'Y'
                   ADD 1 TO REVERSED-SUSPENSE-COUNT
               WHEN 'H'
                   ADD 1 TO REVERSED-EMBARGO-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>  Put the master back as it stood before the run.  A
      *>  number classified again since is left alone - the
      *>  later classification is the one that counts.  With no
      *>  classification before the run the number never belonged
      *>  on the master and is removed.
       RESTORE-MASTER-RECORD.
           EVALUATE TRUE
               WHEN WS-LATER-COUNT NOT = ZERO
                   ADD 1 TO SUPERSEDED-COUNT
                   MOVE 'SUPERSEDED' TO EX-FINDING
                   MOVE 'CLASSIFIED AGAIN SINCE - MASTER LEFT AS IT STANDS'
                       TO EX-TEXT
                   PERFORM WRITE-NUMBER-EXCEPTION
               WHEN PRIOR-STATE-FOUND
                   PERFORM MAP-CLASS-TO-LANE
                   IF MAP-ENTRY-FOUND
                       PERFORM REINSTATE-PRIOR-STATE
                   ELSE
                       ADD 1 TO HELD-NO-RULE-COUNT
                       MOVE 'NO RULE' TO EX-FINDING
                       MOVE SPACES TO EX-TEXT
                       STRING 'PRIOR CLASS ' WS-PRI-CLASS-CODE
                              ' HAS NO CURRENT RULE, NOT RESTORED'
                              DELIMITED BY SIZE INTO EX-TEXT
                       PERFORM WRITE-NUMBER-EXCEPTION
                   END-IF
               WHEN OTHER
                   PERFORM REMOVE-MASTER-RECORD
           END-EVALUATE.

       REINSTATE-PRIOR-STATE.
           MOVE WS-GROUP-SEQ-NUMBER TO SEQMST-SEQ-NUMBER
           READ MASTER-FILE
           EVALUATE WS-SEQMST-STATUS
               WHEN "00"
                   PERFORM MOVE-PRIOR-STATE-TO-MASTER
                   MOVE SPACE TO SEQMST-BOOKED-LANE
                   MOVE ZERO TO SEQMST-BOOKED-AMOUNT
                   MOVE SPACES TO SEQMST-BOOKED-DATE
                   REWRITE MASTER-RECORD
                   IF WS-SEQMST-STATUS = "00"
                       ADD 1 TO MASTER-RESTORED-COUNT
                   ELSE
                       DISPLAY "Master rewrite failed for "
                               WS-GROUP-SEQ-NUMBER ", status "
                               WS-SEQMST-STATUS
                       PERFORM ABANDON-BACKOUT
                   END-IF
               WHEN "23"
                   MOVE WS-GROUP-SEQ-NUMBER TO SEQMST-SEQ-NUMBER
                   PERFORM MOVE-PRIOR-STATE-TO-MASTER
                   MOVE WS-PRI-FIRST-DATE TO SEQMST-FIRST-PROC-DATE
                   MOVE SPACE TO SEQMST-BOOKED-LANE
                   MOVE ZERO TO SEQMST-BOOKED-AMOUNT
                   MOVE SPACES TO SEQMST-BOOKED-DATE
                   WRITE MASTER-RECORD
                   IF WS-SEQMST-STATUS = "00"
                       ADD 1 TO MASTER-REBUILT-COUNT
                       MOVE 'REBUILT' TO EX-FINDING
                       MOVE 'NOT ON THE MASTER - REBUILT FROM SEQAUD'
                           TO EX-TEXT
                       PERFORM WRITE-NUMBER-EXCEPTION
                   ELSE
                       DISPLAY "Master insert failed for "
                               WS-GROUP-SEQ-NUMBER ", status "
                               WS-SEQMST-STATUS
                       PERFORM ABANDON-BACKOUT
                   END-IF
               WHEN OTHER
                   DISPLAY "Master read failed for "
                           WS-GROUP-SEQ-NUMBER ", status "
                           WS-SEQMST-STATUS
                   PERFORM ABANDON-BACKOUT
           END-EVALUATE.

       MOVE-PRIOR-STATE-TO-MASTER.
           MOVE WS-MAPPED-LANE TO SEQMST-LANE-CODE
           MOVE WS-PRI-RESULT TO SEQMST-RESULT
           MOVE WS-PRI-SIZE-ERROR-FLAG TO SEQMST-SIZE-ERROR-FLAG
           MOVE WS-PRI-LAST-DATE TO SEQMST-LAST-PROC-DATE
           MOVE WS-PRI-RULE-VERSION TO SEQMST-RULE-VERSION.

       REMOVE-MASTER-RECORD.
           MOVE WS-GROUP-SEQ-NUMBER TO SEQMST-SEQ-NUMBER
           READ MASTER-FILE
           EVALUATE WS-SEQMST-STATUS
               WHEN "00"
                   DELETE MASTER-FILE RECORD
                   IF WS-SEQMST-STATUS = "00"
                       ADD 1 TO MASTER-REMOVED-COUNT
                   ELSE
                       DISPLAY "Master delete failed for "
                               WS-GROUP-SEQ-NUMBER ", status "
                               WS-SEQMST-STATUS
                       PERFORM ABANDON-BACKOUT
                   END-IF
               WHEN "23"
                   ADD 1 TO MASTER-ABSENT-COUNT
               WHEN OTHER
                   DISPLAY "Master read failed for "
                           WS-GROUP-SEQ-NUMBER ", status "
                           WS-SEQMST-STATUS
                   PERFORM ABANDON-BACKOUT
           END-EVALUATE.

      *>  A master I/O failure part way leaves the back-out half
      *>  done: the reversals written so far stand on SEQAUD, so
      *>  a rerun of this step picks up only what is left.
       ABANDON-BACKOUT.
           CLOSE MASTER-FILE
           CLOSE REVERSAL-AUDIT-FILE
           CLOSE CANCEL-EXTRACT-FILE
           CLOSE EXTRACT-WORK-FILE
           CLOSE SUSPENSE-FILE
           CLOSE NEW-SUSPENSE-FILE
           CLOSE HELD-FILE
           CLOSE NEW-HELD-FILE
           CLOSE REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       MAP-CLASS-TO-LANE.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH
           MOVE SPACES TO WS-MAPPED-LANE
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > WS-MAP-COUNT
                      OR MAP-ENTRY-FOUND
               IF WS-MAP-CLASS-TEXT (MAP-IDX) = WS-PRI-CLASS-CODE
                   SET MAP-ENTRY-FOUND TO TRUE
                   MOVE WS-MAP-LANE-CODE (MAP-IDX) TO WS-MAPPED-LANE
               END-IF
           END-PERFORM.

      *>  An extract detail with no audit history for its number
      *>  at all: the run sent it, so allocation booked it, and it
      *>  is cancelled with the rest.
       CANCEL-EXTRACT-ONLY.
           PERFORM WRITE-CANCEL-RECORD
           ADD 1 TO EXTRACT-ONLY-COUNT
           MOVE XWK-SEQ-NUMBER TO EX-SEQ-NUMBER
           MOVE 'NO AUDIT' TO EX-FINDING
           MOVE 'SENT BUT NO AUDIT HISTORY AT ALL - CANCELLED'
               TO EX-TEXT
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM READ-EXTRACT-WORK.

       WRITE-CANCEL-RECORD.
           MOVE SPACES TO SEQXTR-CANCEL-RECORD
           MOVE 'C' TO XTC-RECORD-TYPE
           MOVE XWK-SEQ-NUMBER TO XTC-SEQ-NUMBER
           MOVE XWK-LANE-CODE TO XTC-LANE-CODE
           MOVE XWK-RESULT TO XTC-RESULT
           MOVE XWK-SOURCE-ID TO XTC-SOURCE-ID
           MOVE WS-BACKOUT-DATE TO XTC-ORIG-RUN-DATE
           WRITE SEQXTR-CANCEL-RECORD
           ADD 1 TO CANCEL-WRITTEN-COUNT
           COMPUTE WS-CANCEL-HASH =
               FUNCTION MOD(WS-CANCEL-HASH + XWK-RESULT,
                   1000000000000).

      *>  The suspense master less the run's size-error items:
      *>  they are reversed with the rest of the run, so they no
      *>  longer wait on review.  SEQSUS and SEQSUSN were opened
      *>  with the other outputs, before anything was updated.
       REMOVE-RUN-FROM-SUSPENSE.
           PERFORM UNTIL END-OF-SUSPENSE
               READ SUSPENSE-FILE
                   AT END
                       SET END-OF-SUSPENSE TO TRUE
                   NOT AT END
                       ADD 1 TO SUSPENSE-READ-COUNT
                       PERFORM FIND-SUSPENSE-OUT-ENTRY
                       IF ITEM-BACKED-OUT
                           ADD 1 TO SUSPENSE-REMOVED-COUNT
                       ELSE
                           MOVE SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
                           WRITE NEW-SUSPENSE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           CLOSE NEW-SUSPENSE-FILE.

       FIND-SUSPENSE-OUT-ENTRY.
           MOVE 'N' TO WS-ITEM-OUT-SWITCH
           PERFORM VARYING SOT-IDX FROM 1 BY 1
                   UNTIL SOT-IDX > WS-SOT-COUNT
                      OR ITEM-BACKED-OUT
                      OR WS-SOT-SEQ-NUMBER (SOT-IDX) > SUS-SEQ-NUMBER
               IF WS-SOT-SEQ-NUMBER (SOT-IDX) = SUS-SEQ-NUMBER
                  AND WS-SOT-RUN-DATE (SOT-IDX) = SUS-RUN-DATE
                   SET ITEM-BACKED-OUT TO TRUE
               END-IF
           END-PERFORM.

      *>  The held-items master less the run's embargo held
      *>  items, reversed with the rest of the run.
       REMOVE-RUN-FROM-HOLD.
           PERFORM UNTIL END-OF-HELD
               READ HELD-FILE
                   AT END
                       SET END-OF-HELD TO TRUE
                   NOT AT END
                       ADD 1 TO EMBARGO-READ-COUNT
                       PERFORM FIND-HELD-OUT-ENTRY
                       IF ITEM-BACKED-OUT
                           ADD 1 TO EMBARGO-REMOVED-COUNT
                       ELSE
                           MOVE HELD-RECORD TO NEW-HELD-RECORD
                           WRITE NEW-HELD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-FILE
           CLOSE NEW-HELD-FILE.

       FIND-HELD-OUT-ENTRY.
           MOVE 'N' TO WS-ITEM-OUT-SWITCH
           PERFORM VARYING HOT-IDX FROM 1 BY 1
                   UNTIL HOT-IDX > WS-HOT-COUNT
                      OR ITEM-BACKED-OUT
                      OR WS-HOT-SEQ-NUMBER (HOT-IDX) > HLD-SEQ-NUMBER
               IF WS-HOT-SEQ-NUMBER (HOT-IDX) = HLD-SEQ-NUMBER
                  AND WS-HOT-RUN-DATE (HOT-IDX) = HLD-RUN-DATE
                   SET ITEM-BACKED-OUT TO TRUE
               END-IF
           END-PERFORM.

      *>  The control balance.  Every classification the run
      *>  audited is reversed; every detail its extract sent for
      *>  the office(s) is cancelled, at the same hash; every
      *>  reversed classification that reached the master is
      *>  accounted for on the extract; every reversed size-error
      *>  item has left the suspense, and every reversed held item
      *>  the held-items master (or was released before the
      *>  back-out, and is reported).
       BALANCE-BACKOUT.
           COMPUTE APPLIED-REVERSED-COUNT = REVERSAL-WRITTEN-COUNT
                                          - REVERSED-SUSPENSE-COUNT
                                          - REVERSED-EMBARGO-COUNT
           COMPUTE EXTRACT-ACCOUNTED = CANCEL-WRITTEN-COUNT
                                     - EXTRACT-ONLY-COUNT
                                     + NOT-ON-EXTRACT-COUNT
           COMPUTE SUSPENSE-ACCOUNTED = SUSPENSE-REMOVED-COUNT
                                      + ALREADY-RELEASED-COUNT
           COMPUTE EMBARGO-ACCOUNTED = EMBARGO-REMOVED-COUNT
                                     + EMBARGO-RELEASED-COUNT
           IF REVERSAL-WRITTEN-COUNT NOT = TO-REVERSE-COUNT
            OR CANCEL-WRITTEN-COUNT + ALREADY-REVERSED-COUNT
               NOT = SELECTED-DETAIL-COUNT
            OR (WS-CANCEL-HASH NOT = SELECTED-RESULT-HASH
                AND ALREADY-REVERSED-COUNT = ZERO)
            OR EXTRACT-ACCOUNTED NOT = APPLIED-REVERSED-COUNT
            OR SUSPENSE-ACCOUNTED NOT = REVERSED-SUSPENSE-COUNT
            OR EMBARGO-ACCOUNTED NOT = REVERSED-EMBARGO-COUNT
               SET BACKOUT-OUT-OF-BALANCE TO TRUE
           END-IF.

       TAKE-NEXT-GENERATION.
           OPEN INPUT GENERATION-FILE
           IF WS-XTRGEN-STATUS = "00"
               PERFORM UNTIL END-OF-GENERATION-FILE
                   READ GENERATION-FILE
                       AT END
                           SET END-OF-GENERATION-FILE TO TRUE
                       NOT AT END
                           IF GEN-LAST-GENERATION NUMERIC
                               MOVE GEN-LAST-GENERATION
                                   TO WS-EXTRACT-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           ELSE
               DISPLAY "No XTRGEN control available, status "
                       WS-XTRGEN-STATUS
                       " - generation series restarts at 1"
           END-IF
           ADD 1 TO WS-EXTRACT-GENERATION
               ON SIZE ERROR
                   MOVE 1 TO WS-EXTRACT-GENERATION
           END-ADD
           DISPLAY "Cancellation transmission generation: "
                   WS-EXTRACT-GENERATION.

       WRITE-CANCEL-ENVELOPE-HEADER.
           MOVE SPACES TO SEQXTR-HEADER-RECORD
           MOVE 'H' TO XTH-RECORD-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO XTH-RUN-DATE
           MOVE WS-PROGRAM-NAME TO XTH-RUN-ID
           MOVE WS-EXTRACT-GENERATION TO XTH-GENERATION
           SET CANCELLATION-TRANSMISSION TO TRUE
           WRITE SEQXTR-HEADER-RECORD.

       WRITE-CANCEL-ENVELOPE-TRAILER.
           MOVE SPACES TO SEQXTR-TRAILER-RECORD
           MOVE 'T' TO XTT-RECORD-TYPE
           MOVE CANCEL-WRITTEN-COUNT TO XTT-RECORD-COUNT
           MOVE WS-CANCEL-HASH TO XTT-RESULT-HASH
           WRITE SEQXTR-TRAILER-RECORD.

       SAVE-GENERATION.
           OPEN OUTPUT GENERATION-FILE
           IF WS-XTRGEN-STATUS NOT = "00"
               DISPLAY "Unable to rewrite XTRGEN, status "
                       WS-XTRGEN-STATUS
                       " - next run will reuse generation "
                       WS-EXTRACT-GENERATION
           ELSE
               MOVE WS-EXTRACT-GENERATION TO GEN-LAST-GENERATION
               WRITE GENERATION-RECORD
               CLOSE GENERATION-FILE
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
           MOVE WS-BACKOUT-DATE-EDIT TO RH-BACKOUT-DATE
           IF WS-BACKOUT-SOURCE = SPACES
               MOVE 'ALL' TO RH-BACKOUT-SOURCE
           ELSE
               MOVE WS-BACKOUT-SOURCE TO RH-BACKOUT-SOURCE
           END-IF
           MOVE WS-EXTRACT-GENERATION TO RH-GENERATION
           MOVE WS-REPORT-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'NUMBERS FOR REVIEW' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE WS-EXCEPTION-HEADING TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-NUMBER-EXCEPTION.
           MOVE WS-GROUP-SEQ-NUMBER TO EX-SEQ-NUMBER
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CONTROL-TOTALS.
           IF EXCEPTION-COUNT = ZERO
               MOVE WS-NONE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'THE ORIGINAL RUN' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE 'CLASSIFICATIONS AUDITED' TO CN-CAPTION
           MOVE RUN-CLASSIFIED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  OF WHICH SIZE-ERROR (SUSPENSE)' TO CN-CAPTION
           MOVE RUN-SIZE-ERROR-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  OF WHICH HELD UNDER EMBARGO' TO CN-CAPTION
           MOVE RUN-EMBARGO-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  OF WHICH BACKED OUT BEFORE' TO CN-CAPTION
           MOVE PREVIOUS-REVERSAL-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'REJECTIONS (LEFT AS THEY STAND)' TO CN-CAPTION
           MOVE RUN-REJECT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXTRACT ENVELOPES' TO CN-CAPTION
           MOVE ENVELOPE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXTRACT DETAILS DECLARED' TO CN-CAPTION
           MOVE DECLARED-DETAIL-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXTRACT DETAILS FOR THE OFFICE(S)' TO CN-CAPTION
           MOVE SELECTED-DETAIL-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EXTRACT RESULT HASH' TO CN-CAPTION
           MOVE SELECTED-RESULT-HASH TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ENVELOPES NOT AGREEING' TO CN-CAPTION
           MOVE BROKEN-ENVELOPE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE

           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'THE BACK-OUT' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE 'REVERSAL RECORDS ON SEQAUD' TO CN-CAPTION
           MOVE REVERSAL-WRITTEN-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CANCEL RECORDS ON SEQXTRC' TO CN-CAPTION
           MOVE CANCEL-WRITTEN-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CANCEL RESULT HASH' TO CN-CAPTION
           MOVE WS-CANCEL-HASH TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER RECORDS RESTORED' TO CN-CAPTION
           MOVE MASTER-RESTORED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER RECORDS REBUILT' TO CN-CAPTION
           MOVE MASTER-REBUILT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER RECORDS REMOVED' TO CN-CAPTION
           MOVE MASTER-REMOVED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NEW NUMBERS ALREADY OFF MASTER' TO CN-CAPTION
           MOVE MASTER-ABSENT-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'SUPERSEDED, MASTER LEFT' TO CN-CAPTION
           MOVE SUPERSEDED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NOT RESTORED, NO RULE' TO CN-CAPTION
           MOVE HELD-NO-RULE-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'SUSPENSE ITEMS REMOVED' TO CN-CAPTION
           MOVE SUSPENSE-REMOVED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'SUSPENSE ITEMS ALREADY RELEASED' TO CN-CAPTION
           MOVE ALREADY-RELEASED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD ITEMS REMOVED' TO CN-CAPTION
           MOVE EMBARGO-REMOVED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'HELD ITEMS ALREADY RELEASED' TO CN-CAPTION
           MOVE EMBARGO-RELEASED-COUNT TO CN-COUNT
           PERFORM WRITE-COUNT-LINE

           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTROL BALANCE' TO SC-CAPTION
           PERFORM WRITE-SECTION-LINE
           MOVE 'REVERSED = TO BE REVERSED' TO BL-CAPTION
           MOVE REVERSAL-WRITTEN-COUNT TO BL-LEFT-COUNT
           MOVE TO-REVERSE-COUNT TO BL-RIGHT-COUNT
           IF REVERSAL-WRITTEN-COUNT = TO-REVERSE-COUNT
               MOVE 'IN BALANCE' TO BL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO BL-VERDICT
           END-IF
           PERFORM WRITE-BALANCE-LINE
           MOVE 'CANCELLED = EXTRACT DETAILS' TO BL-CAPTION
           COMPUTE BL-LEFT-COUNT = CANCEL-WRITTEN-COUNT
                                 + ALREADY-REVERSED-COUNT
           MOVE SELECTED-DETAIL-COUNT TO BL-RIGHT-COUNT
           IF CANCEL-WRITTEN-COUNT + ALREADY-REVERSED-COUNT
              = SELECTED-DETAIL-COUNT
               MOVE 'IN BALANCE' TO BL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO BL-VERDICT
           END-IF
           PERFORM WRITE-BALANCE-LINE
           MOVE 'CANCEL HASH = EXTRACT HASH' TO BL-CAPTION
           MOVE WS-CANCEL-HASH TO BL-LEFT-COUNT
           MOVE SELECTED-RESULT-HASH TO BL-RIGHT-COUNT
           EVALUATE TRUE
               WHEN WS-CANCEL-HASH = SELECTED-RESULT-HASH
                   MOVE 'IN BALANCE' TO BL-VERDICT
               WHEN ALREADY-REVERSED-COUNT NOT = ZERO
                   MOVE 'PART CANCELLED' TO BL-VERDICT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO BL-VERDICT
           END-EVALUATE
           PERFORM WRITE-BALANCE-LINE
           MOVE 'SENT = REVERSED LESS SUS+HELD' TO BL-CAPTION
           MOVE EXTRACT-ACCOUNTED TO BL-LEFT-COUNT
           MOVE APPLIED-REVERSED-COUNT TO BL-RIGHT-COUNT
           IF EXTRACT-ACCOUNTED = APPLIED-REVERSED-COUNT
               MOVE 'IN BALANCE' TO BL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO BL-VERDICT
           END-IF
           PERFORM WRITE-BALANCE-LINE
           MOVE 'SUSPENSE OUT = SIZE-ERR REVRSD' TO BL-CAPTION
           MOVE SUSPENSE-ACCOUNTED TO BL-LEFT-COUNT
           MOVE REVERSED-SUSPENSE-COUNT TO BL-RIGHT-COUNT
           IF SUSPENSE-ACCOUNTED = REVERSED-SUSPENSE-COUNT
               MOVE 'IN BALANCE' TO BL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO BL-VERDICT
           END-IF
           PERFORM WRITE-BALANCE-LINE
           MOVE 'HELD OUT = HELD REVERSED' TO BL-CAPTION
           MOVE EMBARGO-ACCOUNTED TO BL-LEFT-COUNT
           MOVE REVERSED-EMBARGO-COUNT TO BL-RIGHT-COUNT
           IF EMBARGO-ACCOUNTED = REVERSED-EMBARGO-COUNT
               MOVE 'IN BALANCE' TO BL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO BL-VERDICT
           END-IF
           PERFORM WRITE-BALANCE-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BALANCE-LINE.
           MOVE WS-BALANCE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE WS-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-FOOTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
