      *> ---------------------------------------------------------
      *> SEQBKG - allocation booking outcome record layout.
      *> Delivered nightly by the allocation system: one record
      *> per booking made against a number we sent on the
      *> extract - the number, the lane it was allocated under,
      *> the amount booked and the date of the booking.  BOOKREC
      *> reconciles the file against what was sent (lane and
      *> SEQXTR-RESULT) and keeps the booking on SEQMST.  The
      *> number and amount are edited for NUMERIC before use -
      *> the file comes from outside the shop.
      *> ---------------------------------------------------------
       01  BOOKING-RECORD.
           05  BKG-SEQ-NUMBER         PIC X(9).
           05  BKG-LANE-CODE          PIC X(1).
           05  BKG-AMOUNT             PIC X(9).
           05  BKG-AMOUNT-NUM         REDEFINES BKG-AMOUNT
                                      PIC 9(9).
           05  BKG-BOOKING-DATE       PIC X(8).
