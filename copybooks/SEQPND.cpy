      *> ---------------------------------------------------------
      *> SEQPND - pending maintenance item record layout.
      *> A PRMTRAN or OVRTRAN transaction does not touch SEQPARM
      *> or SEQOVR when it is keyed: MNTPEND queues it here with
      *> the id of the maker who keyed it, and it waits for a
      *> second, authorized user to approve or decline it in the
      *> MNTAPPR approval run.  Only approved items are handed
      *> to PARMMNT / OVRMNT; an item left pending too long
      *> expires.  Item numbers come from the PNDGEN control
      *> and are what the checker quotes on an approval card.
      *> ---------------------------------------------------------
       01  PENDING-RECORD.
           05  PND-ITEM-NUMBER        PIC 9(6).
      *>  The file the transaction maintains.
           05  PND-TARGET-FILE        PIC X(8).
               88  PND-FOR-SEQPARM    VALUE 'SEQPARM'.
               88  PND-FOR-SEQOVR     VALUE 'SEQOVR'.
           05  PND-MAKER-ID           PIC X(8).
           05  PND-ENTRY-DATE         PIC X(8).
           05  PND-ENTRY-TIME         PIC X(6).
      *>  The PRMTRAN (30 bytes) or OVRTRAN (26 bytes, blank
      *>  filled) transaction image exactly as keyed.
           05  PND-TRANSACTION        PIC X(30).
