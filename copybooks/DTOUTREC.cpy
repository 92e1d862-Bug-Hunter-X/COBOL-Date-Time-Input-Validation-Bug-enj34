      * OT-ROLLED-DATE is the business date after the configured
      * rolling convention (equal to OT-NORM-DATE when no rolling
      * applied or the date was already a business day).
      * OT-OVERRIDE-FLAG is O when the record was accepted on a
      * supervisor force-accept from the escalation queue, with the
      * approving supervisor in OT-SUPERVISOR-ID; both are blank on
      * ordinary records.  OT-SOURCE-SYSTEM is the source-system ID
      * from the batch header the transaction arrived under (spaces
      * when the batch had no header).  OT-ARRIVAL-SEQ is the
      * record's position in the night's TRANSIN (stamped on the
      * stream files by DTSPLIT in a parallel run), zero for a
      * record carried over from an earlier night, so the merged
      * file can be put back into arrival order.
      ******************************************************************
       01  TRANSOUT-REC.
           05  OT-NORM-DATE     PIC 9(8).
           05  OT-DAY-OF-WEEK   PIC 9(1).
           05  OT-JULIAN-DOY    PIC 9(3).
           05  OT-ROLLED-DATE   PIC 9(8).
           05  OT-OVERRIDE-FLAG PIC X(1).
               88  OT-OVERRIDE          VALUE "O".
           05  OT-SUPERVISOR-ID PIC X(8).
           05  OT-SOURCE-SYSTEM PIC X(8).
           05  OT-ARRIVAL-SEQ   PIC 9(9).
