      ******************************************************************
      * DTCYCLRC - Nightly cycle state, the DTCYCLE file DTCYCDRV
      * rewrites before and after every step.  The first line is
      * the cycle record (type C): the processing date the cycle
      * runs for, when it started, its status, and the step it
      * stopped at with that step's condition code.  CY-PREV-
      * PROCESS-DATE is the processing date of the last cycle that
      * completed, which this one may not repeat.  One step line
      * (type S) follows per step, giving its status:
      *   space - not yet run
      *   R - running (the cycle was interrupted while it ran)
      *   C - completed within its condition-code limit for the
      *       processing date in CY-STEP-PROCESS-DATE
      *   F - required step ended over its limit; the cycle stopped
      *   X - optional step ended over its limit and was passed over
      * A rerun of an incomplete cycle resumes at the first step
      * that is not C or X and never runs a completed step again.
      * A step left in R is not rerun blind: the date step counts
      * as completed if the DATECARD has moved on from CY-PROCESS-
      * DATE, and any other R step stops the cycle until its state
      * here is set to C or blank by hand.
      ******************************************************************
       01  CYCLE-STATE-REC.
           05  CY-RECORD-TYPE   PIC X(1).
               88  CY-CYCLE-REC         VALUE "C".
               88  CY-STEP-REC          VALUE "S".
           05  CY-CYCLE-AREA.
               10  CY-PROCESS-DATE  PIC 9(8).
               10  CY-PREV-PROCESS-DATE PIC 9(8).
               10  CY-START-DATE    PIC 9(8).
               10  CY-START-TIME    PIC 9(6).
               10  CY-CYCLE-STATUS  PIC X(1).
                   88  CY-CYCLE-RUNNING     VALUE "R".
                   88  CY-CYCLE-FAILED      VALUE "F".
                   88  CY-CYCLE-COMPLETE    VALUE "C".
               10  CY-STOP-STEP-ID  PIC X(8).
               10  CY-STOP-CC       PIC 9(3).
               10  CY-END-DATE      PIC 9(8).
               10  CY-END-TIME      PIC 9(6).
               10  CY-RUN-COUNT     PIC 9(3).
           05  CY-STEP-AREA REDEFINES CY-CYCLE-AREA.
               10  CY-STEP-ID       PIC X(8).
               10  CY-STEP-STATUS   PIC X(1).
                   88  CY-STEP-PENDING      VALUE " ".
                   88  CY-STEP-RUNNING      VALUE "R".
                   88  CY-STEP-COMPLETE     VALUE "C".
                   88  CY-STEP-FAILED       VALUE "F".
                   88  CY-STEP-PASSED-OVER  VALUE "X".
               10  CY-STEP-CC       PIC 9(3).
               10  CY-STEP-PROCESS-DATE PIC 9(8).
               10  CY-STEP-END-DATE PIC 9(8).
               10  CY-STEP-END-TIME PIC 9(6).
               10  FILLER           PIC X(25).
