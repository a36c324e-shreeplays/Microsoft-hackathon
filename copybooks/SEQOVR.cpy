      *> for one correction run cannot silently keep working
      *> months later.  The file is maintained only through
      *> OVRMNT, which logs every add and removal with
      *> before/after images the way PARMMNT does for SEQPARM,
      *> and only with changes a second user has approved
      *> (keyed through MNTPEND, approved in MNTAPPR).
      *> ---------------------------------------------------------
       01  OVERRIDE-RECORD.
           05  OVR-SEQ-NUMBER         PIC X(9).
