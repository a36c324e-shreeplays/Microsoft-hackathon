      *> ---------------------------------------------------------
      *> SEQHLD - embargo held-item record layout (46 bytes).
      *> One record per input number classified while an SEQEMB
      *> embargo covered its lane or its office.  The number is
      *> audited as classified (AUD-SIZE-ERROR-FLAG 'H') but is
      *> held out of SEQXTR and SEQMST until the HLDREL release
      *> step pushes it out in extract format - automatically
      *> once the embargo is lifted or expires, or early on an
      *> authorized release - or formally writes it off.
      *> HLD-RESULT is the computed result, shipped unchanged on
      *> release.  HLD-RUN-DATE is the date the number was
      *> classified and held, the base for HLDAGE aging.
      *> HLD-EMBARGO-TYPE and HLD-EMBARGO-KEY name the SEQEMB
      *> embargo that held the item ('L' lane or 'S' source, and
      *> its key value) so the item can be released when that
      *> embargo ends.
      *> ---------------------------------------------------------
       01  HELD-RECORD.
           05  HLD-SEQ-NUMBER         PIC 9(9).
           05  HLD-CLASS-CODE         PIC X(4).
           05  HLD-LANE-CODE          PIC X(1).
           05  HLD-RESULT             PIC 9(9).
           05  HLD-SOURCE-ID          PIC X(4).
           05  HLD-RUN-DATE           PIC X(8).
           05  HLD-RULE-VERSION       PIC 9(6).
           05  HLD-EMBARGO-TYPE       PIC X(1).
           05  HLD-EMBARGO-KEY        PIC X(4).
