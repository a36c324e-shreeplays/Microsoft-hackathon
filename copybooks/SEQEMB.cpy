      *> ---------------------------------------------------------
      *> SEQEMB - allocation embargo record layout (49 bytes).
      *> One record per embargo, maintained by EMBMNT.  While an
      *> embargo is in force NUMBERPROC still classifies and
      *> audits the numbers it covers, but holds them on SEQHLD
      *> instead of shipping them on SEQXTR; HLDREL releases
      *> them in extract format once the embargo is lifted or
      *> runs out, or earlier on an authorized transaction.
      *> EMB-KEY-TYPE 'L' embargoes one allocation lane (lane
      *> code in the first byte of EMB-KEY-VALUE, rest spaces);
      *> 'S' embargoes one regional office's numbers (source id
      *> as on the SEQSRC registry).
      *> An embargo is in force on a run date on or after
      *> EMB-EFFECTIVE-FROM and, unless EMB-EFFECTIVE-TO is
      *> spaces (in force until lifted), on or before
      *> EMB-EFFECTIVE-TO.  Both dates are YYYYMMDD.
      *> EMB-AUTHORIZED-BY names whoever ordered the embargo;
      *> EMB-REASON is free text for the reports.
      *> ---------------------------------------------------------
       01  EMBARGO-RECORD.
           05  EMB-KEY-TYPE           PIC X(1).
               88  EMBARGO-ON-LANE    VALUE 'L'.
               88  EMBARGO-ON-SOURCE  VALUE 'S'.
           05  EMB-KEY-VALUE          PIC X(4).
           05  EMB-REASON             PIC X(20).
           05  EMB-AUTHORIZED-BY      PIC X(8).
           05  EMB-EFFECTIVE-FROM     PIC X(8).
           05  EMB-EFFECTIVE-TO       PIC X(8).
