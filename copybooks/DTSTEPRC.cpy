      ******************************************************************
      * DTSTEPRC - Nightly cycle step-control record, the DTSTEPS
      * file DTCYCDRV runs the night from, one line per step in the
      * order the steps are to run.  SC-STEP-ID names the step and
      * must be unique in the file (a parallel DTVALID stream gets a
      * line of its own, e.g. DTVALID1); SC-COMMAND is the command
      * line that runs it.  A step ending with a condition code
      * above SC-MAX-CC stops the cycle when it is required (R);
      * an optional step (O), such as a parallel path the night can
      * do without, is passed over and the cycle carries on.  The
      * step with SC-DATE-FLAG Y (DTNEXTDT) is the one that sets the
      * processing date on the DATECARD.  A line with an asterisk
      * in the first position is a comment.
      ******************************************************************
       01  STEP-CONTROL-REC.
           05  SC-STEP-ID       PIC X(8).
           05  SC-MAX-CC        PIC 9(2).
           05  SC-REQUIRED-FLAG PIC X(1).
               88  SC-REQUIRED          VALUE "R".
               88  SC-OPTIONAL          VALUE "O".
           05  SC-DATE-FLAG     PIC X(1).
               88  SC-DATE-STEP         VALUE "Y".
           05  SC-COMMAND       PIC X(68).
