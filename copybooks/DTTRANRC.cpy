      * from an upstream system and are filled by DTREPAIR when a
      * repaired reject is resubmitted, so a record that keeps
      * failing can be recognized and escalated.
      * A type O record is a supervisor force-accept written by
      * DTESCQUE.  It is laid out like a detail and carries the
      * chain's first reject ID in DT-ORIG-REJECT-ID.
       01  DATE-TIME-REC.
           05  DT-RECORD-TYPE   PIC X(1).
               88  DT-HEADER-REC        VALUE "H".
               88  DT-DETAIL-REC        VALUE "D".
               88  DT-TRAILER-REC       VALUE "T".
               88  DT-OVERRIDE-REC      VALUE "O".
           05  DT-DETAIL-AREA.
               10  DT-DATE          PIC X(8).
               10  DT-TIME          PIC 9(6).
