      * applied (equal to AU-NORM-DATE when no rolling applied or
      * the date was already a business day).  AU-STATUS is PASS,
      * FAIL, or CARY (valid but past the daily cutoff, written to
      * the TRANSCARRY carryover file for the next run's date).  A
      * supervisor force-accept passes with AU-REASON-CODE set to
      * OVERRIDE followed by the approving supervisor's ID.
      ******************************************************************
       01  AUDIT-REC.
           05  AU-DATE          PIC 9(8).
