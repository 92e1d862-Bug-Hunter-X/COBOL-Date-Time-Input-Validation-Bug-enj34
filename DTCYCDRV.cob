      ******************************************************************
      * DTCYCDRV - Nightly cycle driver.  Runs the night's steps in
      * the order the DTSTEPS step-control file lists them (see
      * DTSTEPRC), each by its command line, and checks each step's
      * condition code against the step's limit.  The first
      * required step over its limit stops the cycle; an optional
      * step over its limit is passed over.  The state of the cycle
      * and of every step is kept in the DTCYCLE file (see DTCYCLRC)
      * and rewritten before and after each step, so it always
      * shows where the night stands.
      * Run again after a stop, DTCYCDRV resumes the same cycle at
      * the step that failed; steps already completed for the
      * cycle's processing date are never run again.  If the driver
      * itself was interrupted while a step ran (state R), that step
      * is not rerun blind: a date step is taken as completed when
      * the DATECARD has moved on from the date the cycle started
      * with, and rerun when it has not; any other step left in R
      * stops the cycle until the operator has checked its output
      * and set its state in DTCYCLE by hand - C if it finished,
      * blank to run it again.  Once a cycle has
      * completed, the next run starts a new cycle from the top,
      * but not on the same calendar day, and a new cycle whose
      * DATECARD processing date (after the DTSTEPS date step,
      * normally DTNEXTDT, has run) is that of the last completed
      * cycle is stopped before any further step runs, so DTAUDARC
      * and the rest are never run twice for one processing date.
      * To start the night over deliberately, remove DTCYCLE.
      * Ends with condition code 0 when the cycle completed, 4 when
      * it completed with an optional step passed over or had
      * already completed today, 8 when it stopped at a step or at
      * a step left running by an interrupted driver, and
      * 16 when DTSTEPS or DTCYCLE cannot be used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTCYCDRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "DTSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.

           SELECT CYCLE-FILE ASSIGN DYNAMIC WS-CYCLE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT CYCLE-TEMP-FILE ASSIGN DYNAMIC WS-CYCLE-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-TEMP-STATUS.

           SELECT DATECARD-FILE ASSIGN TO "DATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "DTRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-FILE.
       COPY DTSTEPRC.

       FD  CYCLE-FILE.
       COPY DTCYCLRC.

       FD  CYCLE-TEMP-FILE.
       01  CYCLE-TEMP-REC       PIC X(60).

       FD  DATECARD-FILE.
       COPY DTDCARDC.

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-STEP-STATUS       PIC X(2).
       01  WS-CYCLE-STATUS      PIC X(2).
       01  WS-CYCLE-TEMP-STATUS PIC X(2).
       01  WS-DATECARD-STATUS   PIC X(2).

       01  WS-CYCLE-FILE-NAME   PIC X(20) VALUE "DTCYCLE".
       01  WS-CYCLE-TEMP-NAME   PIC X(20) VALUE "DTCYCLE.TMP".

       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-NOW-DATE          PIC 9(8).
       01  WS-CARD-DATE         PIC 9(8).

       01  WS-COUNTERS.
           05  WS-RUN-STEP-COUNT PIC 9(9) VALUE 0.
           05  WS-COMPLETED-COUNT PIC 9(9) VALUE 0.
           05  WS-PASSED-OVER-COUNT PIC 9(9) VALUE 0.
           05  WS-FAILED-COUNT  PIC 9(9) VALUE 0.

       01  WS-CONTROL-ERROR-FLAG PIC X(1) VALUE "N".
           88  WS-CONTROL-ERROR         VALUE "Y".

       01  WS-PREVIOUS-CYCLE-FLAG PIC X(1) VALUE "N".
           88  WS-PREVIOUS-CYCLE        VALUE "Y".
           88  WS-NO-PREVIOUS-CYCLE     VALUE "N".

       01  WS-CYCLE-RUN-FLAG    PIC X(1) VALUE "Y".
           88  WS-CYCLE-TO-RUN          VALUE "Y".
           88  WS-CYCLE-NOT-TO-RUN      VALUE "N".

       01  WS-STOP-FLAG         PIC X(1) VALUE "N".
           88  WS-CYCLE-STOPPED         VALUE "Y".

      * The cycle record as last read from or about to be written
      * to DTCYCLE.
       01  WS-CYCLE-AREA.
           05  WS-CYCLE-PROCESS-DATE PIC 9(8) VALUE 0.
           05  WS-PREV-PROCESS-DATE PIC 9(8) VALUE 0.
           05  WS-CYCLE-START-DATE PIC 9(8) VALUE 0.
           05  WS-CYCLE-START-TIME PIC 9(6) VALUE 0.
           05  WS-CYCLE-STATE   PIC X(1) VALUE SPACE.
               88  WS-CYCLE-RUNNING         VALUE "R".
               88  WS-CYCLE-FAILED          VALUE "F".
               88  WS-CYCLE-COMPLETE        VALUE "C".
           05  WS-STOP-STEP-ID  PIC X(8) VALUE SPACES.
           05  WS-STOP-CC       PIC 9(3) VALUE 0.
           05  WS-CYCLE-END-DATE PIC 9(8) VALUE 0.
           05  WS-CYCLE-END-TIME PIC 9(6) VALUE 0.
           05  WS-CYCLE-RUN-COUNT PIC 9(3) VALUE 0.

       01  WS-STEP-MAX          PIC 9(2) VALUE 50.
       01  WS-STEP-COUNT        PIC 9(2) VALUE 0.
       01  WS-STEP-IDX          PIC 9(2).
       01  WS-CHECK-IDX         PIC 9(2).
       01  WS-SAVE-IDX          PIC 9(2).
       01  WS-DATE-STEP-IDX     PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE-AREA.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-ST-ID         PIC X(8).
               10  WS-ST-MAX-CC     PIC 9(2).
               10  WS-ST-REQUIRED   PIC X(1).
               10  WS-ST-DATE-FLAG  PIC X(1).
               10  WS-ST-COMMAND    PIC X(68).
               10  WS-ST-STATUS     PIC X(1).
               10  WS-ST-CC         PIC 9(3).
               10  WS-ST-PROCESS-DATE PIC 9(8).
               10  WS-ST-END-DATE   PIC 9(8).
               10  WS-ST-END-TIME   PIC 9(6).

       01  WS-OLD-MAX           PIC 9(2) VALUE 50.
       01  WS-OLD-COUNT         PIC 9(2) VALUE 0.
       01  WS-OLD-IDX           PIC 9(2).
       01  WS-OLD-TABLE-AREA.
           05  WS-OLD-ENTRY OCCURS 50 TIMES.
               10  WS-OS-ID         PIC X(8).
               10  WS-OS-STATUS     PIC X(1).
               10  WS-OS-CC         PIC 9(3).
               10  WS-OS-PROCESS-DATE PIC 9(8).
               10  WS-OS-END-DATE   PIC 9(8).
               10  WS-OS-END-TIME   PIC 9(6).

       01  WS-SYSTEM-STATUS     PIC S9(9).
       01  WS-STEP-CC           PIC 9(3).
       01  WS-SIGNAL-NO         PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 8000-WRITE-RUNLOG-START.
           PERFORM 0100-LOAD-STEP-CONTROL.
           PERFORM 0200-LOAD-CYCLE-STATE.
           PERFORM 0300-START-OR-RESUME.
           IF WS-CYCLE-TO-RUN THEN
              PERFORM 1000-RUN-CYCLE
           END-IF.
           PERFORM 0900-SET-CONDITION-CODE.
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

       0100-LOAD-STEP-CONTROL.
           OPEN INPUT STEP-FILE.
           IF WS-STEP-STATUS NOT = "00" THEN
              DISPLAY "DTCYCDRV: unable to open DTSTEPS, status "
                      WS-STEP-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-STEP-STATUS NOT = "00"
              READ STEP-FILE
                 AT END
                    MOVE "10" TO WS-STEP-STATUS
                 NOT AT END
                    IF STEP-CONTROL-REC NOT = SPACES
                       AND STEP-CONTROL-REC(1:1) NOT = "*" THEN
                       PERFORM 0110-LOAD-ONE-STEP
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STEP-FILE.
           IF WS-STEP-COUNT = 0 THEN
              DISPLAY "DTCYCDRV: DTSTEPS lists no steps"
              SET WS-CONTROL-ERROR TO TRUE
           END-IF.
           IF WS-CONTROL-ERROR THEN
              DISPLAY "DTCYCDRV: DTSTEPS must be corrected, "
                      "nothing run"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       0110-LOAD-ONE-STEP.
           IF WS-STEP-COUNT >= WS-STEP-MAX THEN
              DISPLAY "DTCYCDRV: more than " WS-STEP-MAX
                      " steps in DTSTEPS"
              SET WS-CONTROL-ERROR TO TRUE
              MOVE "10" TO WS-STEP-STATUS
           ELSE
              EVALUATE TRUE
                 WHEN SC-STEP-ID = SPACES
                    DISPLAY "DTCYCDRV: DTSTEPS line with no step ID"
                    SET WS-CONTROL-ERROR TO TRUE
                 WHEN SC-MAX-CC IS NOT NUMERIC
                    DISPLAY "DTCYCDRV: step " SC-STEP-ID
                            " maximum condition code not numeric"
                    SET WS-CONTROL-ERROR TO TRUE
                 WHEN NOT SC-REQUIRED AND NOT SC-OPTIONAL
                    DISPLAY "DTCYCDRV: step " SC-STEP-ID
                            " must be R (required) or O (optional)"
                    SET WS-CONTROL-ERROR TO TRUE
                 WHEN SC-DATE-FLAG NOT = "Y" AND NOT = "N"
                      AND NOT = SPACE
                    DISPLAY "DTCYCDRV: step " SC-STEP-ID
                            " date-step flag must be Y or N"
                    SET WS-CONTROL-ERROR TO TRUE
                 WHEN SC-COMMAND = SPACES
                    DISPLAY "DTCYCDRV: step " SC-STEP-ID
                            " has no command"
                    SET WS-CONTROL-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM 0120-ADD-STEP
              END-EVALUATE
           END-IF.

       0120-ADD-STEP.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-STEP-COUNT
              IF WS-ST-ID(WS-CHECK-IDX) = SC-STEP-ID THEN
                 DISPLAY "DTCYCDRV: step " SC-STEP-ID
                         " listed more than once"
                 SET WS-CONTROL-ERROR TO TRUE
              END-IF
           END-PERFORM.
           IF SC-DATE-STEP AND WS-DATE-STEP-IDX NOT = 0 THEN
              DISPLAY "DTCYCDRV: step " SC-STEP-ID
                      " is a second date step"
              SET WS-CONTROL-ERROR TO TRUE
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE SC-STEP-ID TO WS-ST-ID(WS-STEP-COUNT).
           MOVE SC-MAX-CC TO WS-ST-MAX-CC(WS-STEP-COUNT).
           MOVE SC-REQUIRED-FLAG TO WS-ST-REQUIRED(WS-STEP-COUNT).
           MOVE SC-DATE-FLAG TO WS-ST-DATE-FLAG(WS-STEP-COUNT).
           MOVE SC-COMMAND TO WS-ST-COMMAND(WS-STEP-COUNT).
           MOVE SPACE TO WS-ST-STATUS(WS-STEP-COUNT).
           MOVE 0 TO WS-ST-CC(WS-STEP-COUNT).
           MOVE 0 TO WS-ST-PROCESS-DATE(WS-STEP-COUNT).
           MOVE 0 TO WS-ST-END-DATE(WS-STEP-COUNT).
           MOVE 0 TO WS-ST-END-TIME(WS-STEP-COUNT).
           IF SC-DATE-STEP THEN
              MOVE WS-STEP-COUNT TO WS-DATE-STEP-IDX
           END-IF.

      * A missing DTCYCLE (status 35) means no cycle has run yet.
       0200-LOAD-CYCLE-STATE.
           SET WS-NO-PREVIOUS-CYCLE TO TRUE.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = "35" THEN
              DISPLAY "DTCYCDRV: no DTCYCLE file, starting the "
                      "first cycle"
           ELSE
              IF WS-CYCLE-STATUS NOT = "00" THEN
                 DISPLAY "DTCYCDRV: unable to open DTCYCLE, status "
                         WS-CYCLE-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-CYCLE-STATUS NOT = "00"
                 READ CYCLE-FILE
                    AT END
                       MOVE "10" TO WS-CYCLE-STATUS
                    NOT AT END
                       PERFORM 0210-LOAD-ONE-STATE
                 END-READ
              END-PERFORM
              CLOSE CYCLE-FILE
              IF WS-NO-PREVIOUS-CYCLE THEN
                 DISPLAY "DTCYCDRV: DTCYCLE has no cycle record, "
                         "remove it to start over"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
           END-IF.

       0210-LOAD-ONE-STATE.
           EVALUATE TRUE
              WHEN CY-CYCLE-REC
                 SET WS-PREVIOUS-CYCLE TO TRUE
                 MOVE CY-PROCESS-DATE TO WS-CYCLE-PROCESS-DATE
                 MOVE CY-PREV-PROCESS-DATE TO WS-PREV-PROCESS-DATE
                 MOVE CY-START-DATE TO WS-CYCLE-START-DATE
                 MOVE CY-START-TIME TO WS-CYCLE-START-TIME
                 MOVE CY-CYCLE-STATUS TO WS-CYCLE-STATE
                 MOVE CY-STOP-STEP-ID TO WS-STOP-STEP-ID
                 MOVE CY-STOP-CC TO WS-STOP-CC
                 MOVE CY-END-DATE TO WS-CYCLE-END-DATE
                 MOVE CY-END-TIME TO WS-CYCLE-END-TIME
                 MOVE CY-RUN-COUNT TO WS-CYCLE-RUN-COUNT
              WHEN CY-STEP-REC AND WS-OLD-COUNT < WS-OLD-MAX
                 ADD 1 TO WS-OLD-COUNT
                 MOVE CY-STEP-ID TO WS-OS-ID(WS-OLD-COUNT)
                 MOVE CY-STEP-STATUS TO WS-OS-STATUS(WS-OLD-COUNT)
                 MOVE CY-STEP-CC TO WS-OS-CC(WS-OLD-COUNT)
                 MOVE CY-STEP-PROCESS-DATE
                    TO WS-OS-PROCESS-DATE(WS-OLD-COUNT)
                 MOVE CY-STEP-END-DATE TO WS-OS-END-DATE(WS-OLD-COUNT)
                 MOVE CY-STEP-END-TIME TO WS-OS-END-TIME(WS-OLD-COUNT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0300-START-OR-RESUME.
           EVALUATE TRUE
              WHEN WS-NO-PREVIOUS-CYCLE
                 PERFORM 0310-START-NEW-CYCLE
              WHEN WS-CYCLE-COMPLETE
                   AND WS-CYCLE-START-DATE = WS-CURRENT-DATE
                 DISPLAY "DTCYCDRV: the cycle for processing date "
                         WS-CYCLE-PROCESS-DATE
                         " already completed today, nothing run"
                 SET WS-CYCLE-NOT-TO-RUN TO TRUE
              WHEN WS-CYCLE-COMPLETE
                 MOVE WS-CYCLE-PROCESS-DATE TO WS-PREV-PROCESS-DATE
                 PERFORM 0310-START-NEW-CYCLE
              WHEN OTHER
                 PERFORM 0320-RESUME-CYCLE
           END-EVALUATE.
           IF WS-CYCLE-TO-RUN THEN
              PERFORM 0400-SAVE-CYCLE-STATE
           END-IF.

      * Until the date step has run the DATECARD still carries the
      * last cycle's date; it is taken again when the date step
      * completes.
       0310-START-NEW-CYCLE.
           PERFORM 1200-READ-DATECARD.
           MOVE WS-CARD-DATE TO WS-CYCLE-PROCESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-CYCLE-START-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-CYCLE-START-TIME.
           SET WS-CYCLE-RUNNING TO TRUE.
           MOVE SPACES TO WS-STOP-STEP-ID.
           MOVE 0 TO WS-STOP-CC.
           MOVE 0 TO WS-CYCLE-END-DATE.
           MOVE 0 TO WS-CYCLE-END-TIME.
           MOVE 1 TO WS-CYCLE-RUN-COUNT.
           DISPLAY "DTCYCDRV: starting a new cycle, last completed "
                   "processing date " WS-PREV-PROCESS-DATE.

      * Completed and passed-over steps keep their state and a
      * failed step is run again.  A step that was running when the
      * driver was interrupted keeps its R state for 0330 and 0340
      * to settle.  A step added to DTSTEPS since the cycle started
      * is run in its place in the order.
       0320-RESUME-CYCLE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
              PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                      UNTIL WS-OLD-IDX > WS-OLD-COUNT
                 IF WS-OS-ID(WS-OLD-IDX) = WS-ST-ID(WS-STEP-IDX)
                 THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-OLD-IDX <= WS-OLD-COUNT THEN
                 IF WS-OS-STATUS(WS-OLD-IDX) = "C"
                    OR WS-OS-STATUS(WS-OLD-IDX) = "X"
                    OR WS-OS-STATUS(WS-OLD-IDX) = "R" THEN
                    MOVE WS-OS-STATUS(WS-OLD-IDX)
                       TO WS-ST-STATUS(WS-STEP-IDX)
                    MOVE WS-OS-CC(WS-OLD-IDX) TO WS-ST-CC(WS-STEP-IDX)
                    MOVE WS-OS-PROCESS-DATE(WS-OLD-IDX)
                       TO WS-ST-PROCESS-DATE(WS-STEP-IDX)
                    MOVE WS-OS-END-DATE(WS-OLD-IDX)
                       TO WS-ST-END-DATE(WS-STEP-IDX)
                    MOVE WS-OS-END-TIME(WS-OLD-IDX)
                       TO WS-ST-END-TIME(WS-STEP-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "DTCYCDRV: resuming the cycle for processing date "
                   WS-CYCLE-PROCESS-DATE ", stopped at step "
                   WS-STOP-STEP-ID.
           SET WS-CYCLE-RUNNING TO TRUE.
           MOVE SPACES TO WS-STOP-STEP-ID.
           MOVE 0 TO WS-STOP-CC.
           ADD 1 TO WS-CYCLE-RUN-COUNT.
           PERFORM 0330-SETTLE-DATE-STEP.
           PERFORM 0340-CHECK-INTERRUPTED-STEPS.
           IF WS-CYCLE-STOPPED THEN
              SET WS-CYCLE-NOT-TO-RUN TO TRUE
           END-IF.

      * The cycle record still holds the DATECARD date the cycle
      * started with until the date step completes.  A DATECARD
      * that has moved on means the date step finished before the
      * driver could record it, and running it again would advance
      * the processing date a second time.
       0330-SETTLE-DATE-STEP.
           IF WS-DATE-STEP-IDX > 0 THEN
              IF WS-ST-STATUS(WS-DATE-STEP-IDX) NOT = "C" THEN
                 PERFORM 1200-READ-DATECARD
                 IF WS-CARD-DATE > 0
                    AND WS-CARD-DATE NOT = WS-CYCLE-PROCESS-DATE THEN
                    MOVE "C" TO WS-ST-STATUS(WS-DATE-STEP-IDX)
                    MOVE 0 TO WS-ST-CC(WS-DATE-STEP-IDX)
                    MOVE WS-CARD-DATE TO WS-CYCLE-PROCESS-DATE
                    MOVE WS-CARD-DATE
                       TO WS-ST-PROCESS-DATE(WS-DATE-STEP-IDX)
                    ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
                    MOVE WS-NOW-DATE
                       TO WS-ST-END-DATE(WS-DATE-STEP-IDX)
                    ACCEPT WS-RUN-TIME-RAW FROM TIME
                    MOVE WS-RUN-TIME-RAW(1:6)
                       TO WS-ST-END-TIME(WS-DATE-STEP-IDX)
                    DISPLAY "DTCYCDRV: DATECARD already advanced to "
                            WS-CARD-DATE ", date step "
                            WS-ST-ID(WS-DATE-STEP-IDX)
                            " taken as completed, not run again"
                 END-IF
              END-IF
           END-IF.

      * Any other step caught running may have done part or all of
      * its work; only the operator can say whether it is safe to
      * run again.
       0340-CHECK-INTERRUPTED-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
              IF WS-ST-STATUS(WS-STEP-IDX) = "R"
                 AND WS-STEP-IDX NOT = WS-DATE-STEP-IDX THEN
                 DISPLAY "DTCYCDRV: step " WS-ST-ID(WS-STEP-IDX)
                         " was running when the driver was "
                         "interrupted and is not rerun"
                 DISPLAY "DTCYCDRV: check its output, then set its "
                         "state in DTCYCLE to C if it finished or "
                         "to blank to run it again"
                 PERFORM 1300-STOP-CYCLE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The whole file is written to a temporary copy and renamed
      * over DTCYCLE, so an interruption never leaves it half
      * written.
       0400-SAVE-CYCLE-STATE.
           OPEN OUTPUT CYCLE-TEMP-FILE.
           IF WS-CYCLE-TEMP-STATUS NOT = "00" THEN
              DISPLAY "DTCYCDRV: unable to open DTCYCLE.TMP, status "
                      WS-CYCLE-TEMP-STATUS ", cycle stopped"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE SPACES TO CYCLE-STATE-REC.
           SET CY-CYCLE-REC TO TRUE.
           MOVE WS-CYCLE-PROCESS-DATE TO CY-PROCESS-DATE.
           MOVE WS-PREV-PROCESS-DATE TO CY-PREV-PROCESS-DATE.
           MOVE WS-CYCLE-START-DATE TO CY-START-DATE.
           MOVE WS-CYCLE-START-TIME TO CY-START-TIME.
           MOVE WS-CYCLE-STATE TO CY-CYCLE-STATUS.
           MOVE WS-STOP-STEP-ID TO CY-STOP-STEP-ID.
           MOVE WS-STOP-CC TO CY-STOP-CC.
           MOVE WS-CYCLE-END-DATE TO CY-END-DATE.
           MOVE WS-CYCLE-END-TIME TO CY-END-TIME.
           MOVE WS-CYCLE-RUN-COUNT TO CY-RUN-COUNT.
           PERFORM 0410-WRITE-CYCLE-TEMP.
           PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-SAVE-IDX > WS-STEP-COUNT
              MOVE SPACES TO CYCLE-STATE-REC
              SET CY-STEP-REC TO TRUE
              MOVE WS-ST-ID(WS-SAVE-IDX) TO CY-STEP-ID
              MOVE WS-ST-STATUS(WS-SAVE-IDX) TO CY-STEP-STATUS
              MOVE WS-ST-CC(WS-SAVE-IDX) TO CY-STEP-CC
              MOVE WS-ST-PROCESS-DATE(WS-SAVE-IDX)
                 TO CY-STEP-PROCESS-DATE
              MOVE WS-ST-END-DATE(WS-SAVE-IDX) TO CY-STEP-END-DATE
              MOVE WS-ST-END-TIME(WS-SAVE-IDX) TO CY-STEP-END-TIME
              PERFORM 0410-WRITE-CYCLE-TEMP
           END-PERFORM.
           CLOSE CYCLE-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-CYCLE-TEMP-NAME
                                        WS-CYCLE-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
              DISPLAY "DTCYCDRV: unable to replace DTCYCLE, "
                      "cycle stopped"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       0410-WRITE-CYCLE-TEMP.
           MOVE CYCLE-STATE-REC TO CYCLE-TEMP-REC.
           WRITE CYCLE-TEMP-REC.
           IF WS-CYCLE-TEMP-STATUS NOT = "00" THEN
              DISPLAY "DTCYCDRV: DTCYCLE.TMP write failed, status "
                      WS-CYCLE-TEMP-STATUS ", cycle stopped"
              CLOSE CYCLE-TEMP-FILE
              CALL "CBL_DELETE_FILE" USING WS-CYCLE-TEMP-NAME
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       0900-SET-CONDITION-CODE.
           DISPLAY "DTCYCDRV: " WS-RUN-STEP-COUNT " step(s) run, "
                   WS-COMPLETED-COUNT " completed, "
                   WS-PASSED-OVER-COUNT " passed over, "
                   WS-FAILED-COUNT " failed".
           EVALUATE TRUE
              WHEN WS-CYCLE-STOPPED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CYCLE-NOT-TO-RUN
                 MOVE 4 TO RETURN-CODE
              WHEN WS-PASSED-OVER-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       1000-RUN-CYCLE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-CYCLE-STOPPED
              EVALUATE WS-ST-STATUS(WS-STEP-IDX)
                 WHEN "C"
                    DISPLAY "DTCYCDRV: step " WS-ST-ID(WS-STEP-IDX)
                            " already completed for "
                            WS-ST-PROCESS-DATE(WS-STEP-IDX)
                            ", not run again"
                 WHEN "X"
                    DISPLAY "DTCYCDRV: step " WS-ST-ID(WS-STEP-IDX)
                            " was passed over earlier in this cycle"
                 WHEN OTHER
                    PERFORM 1100-RUN-ONE-STEP
              END-EVALUATE
           END-PERFORM.
           IF NOT WS-CYCLE-STOPPED THEN
              SET WS-CYCLE-COMPLETE TO TRUE
              ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
              MOVE WS-NOW-DATE TO WS-CYCLE-END-DATE
              ACCEPT WS-RUN-TIME-RAW FROM TIME
              MOVE WS-RUN-TIME-RAW(1:6) TO WS-CYCLE-END-TIME
              PERFORM 0400-SAVE-CYCLE-STATE
              DISPLAY "DTCYCDRV: cycle for processing date "
                      WS-CYCLE-PROCESS-DATE " complete"
           END-IF.

      * Once the processing date is settled - the date step has
      * completed, or DTSTEPS has none - a date equal to the last
      * completed cycle's stops the cycle before the step runs.
       1100-RUN-ONE-STEP.
           IF WS-ST-DATE-FLAG(WS-STEP-IDX) NOT = "Y"
              AND WS-PREV-PROCESS-DATE > 0
              AND WS-CYCLE-PROCESS-DATE = WS-PREV-PROCESS-DATE
              AND (WS-DATE-STEP-IDX = 0
                   OR WS-ST-STATUS(WS-DATE-STEP-IDX) = "C") THEN
              DISPLAY "DTCYCDRV: processing date "
                      WS-CYCLE-PROCESS-DATE " was already cycled, "
                      "step " WS-ST-ID(WS-STEP-IDX) " not run"
              PERFORM 1300-STOP-CYCLE
           ELSE
              PERFORM 1110-EXECUTE-STEP
           END-IF.

       1110-EXECUTE-STEP.
           MOVE "R" TO WS-ST-STATUS(WS-STEP-IDX).
           PERFORM 0400-SAVE-CYCLE-STATE.
           ADD 1 TO WS-RUN-STEP-COUNT.
           DISPLAY "DTCYCDRV: starting step " WS-ST-ID(WS-STEP-IDX).
           CALL "SYSTEM" USING WS-ST-COMMAND(WS-STEP-IDX).
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
           MOVE 0 TO RETURN-CODE.
           PERFORM 1150-DERIVE-CONDITION-CODE.
           MOVE WS-STEP-CC TO WS-ST-CC(WS-STEP-IDX).
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOW-DATE TO WS-ST-END-DATE(WS-STEP-IDX).
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-ST-END-TIME(WS-STEP-IDX).
           DISPLAY "DTCYCDRV: step " WS-ST-ID(WS-STEP-IDX)
                   " ended, condition code " WS-STEP-CC
                   ", limit " WS-ST-MAX-CC(WS-STEP-IDX).
           EVALUATE TRUE
              WHEN WS-STEP-CC <= WS-ST-MAX-CC(WS-STEP-IDX)
                 MOVE "C" TO WS-ST-STATUS(WS-STEP-IDX)
                 ADD 1 TO WS-COMPLETED-COUNT
                 IF WS-ST-DATE-FLAG(WS-STEP-IDX) = "Y" THEN
                    PERFORM 1200-READ-DATECARD
                    MOVE WS-CARD-DATE TO WS-CYCLE-PROCESS-DATE
                 END-IF
                 MOVE WS-CYCLE-PROCESS-DATE
                    TO WS-ST-PROCESS-DATE(WS-STEP-IDX)
                 PERFORM 0400-SAVE-CYCLE-STATE
              WHEN WS-ST-REQUIRED(WS-STEP-IDX) = "O"
                 MOVE "X" TO WS-ST-STATUS(WS-STEP-IDX)
                 ADD 1 TO WS-PASSED-OVER-COUNT
                 DISPLAY "DTCYCDRV: optional step "
                         WS-ST-ID(WS-STEP-IDX) " passed over"
                 PERFORM 0400-SAVE-CYCLE-STATE
              WHEN OTHER
                 MOVE "F" TO WS-ST-STATUS(WS-STEP-IDX)
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY "DTCYCDRV: required step "
                         WS-ST-ID(WS-STEP-IDX) " over its limit"
                 PERFORM 1300-STOP-CYCLE
           END-EVALUATE.

      * CALL "SYSTEM" hands back the shell's wait status: the exit
      * code in the high-order byte, the signal that ended the step
      * (if one did) in the low-order byte.  A step that could not
      * be started or was ended by a signal counts as 999.
       1150-DERIVE-CONDITION-CODE.
           IF WS-SYSTEM-STATUS < 0 THEN
              MOVE 999 TO WS-STEP-CC
           ELSE
              DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-STEP-CC
                 REMAINDER WS-SIGNAL-NO
              IF WS-SIGNAL-NO NOT = 0 THEN
                 MOVE 999 TO WS-STEP-CC
              END-IF
           END-IF.

       1200-READ-DATECARD.
           MOVE 0 TO WS-CARD-DATE.
           OPEN INPUT DATECARD-FILE.
           IF WS-DATECARD-STATUS = "00" THEN
              READ DATECARD-FILE
                  NOT AT END
                      IF DK-PROCESS-DATE IS NUMERIC THEN
                         MOVE DK-PROCESS-DATE TO WS-CARD-DATE
                      END-IF
              END-READ
              CLOSE DATECARD-FILE
           END-IF.

       1300-STOP-CYCLE.
           SET WS-CYCLE-STOPPED TO TRUE.
           SET WS-CYCLE-FAILED TO TRUE.
           MOVE WS-ST-ID(WS-STEP-IDX) TO WS-STOP-STEP-ID.
           MOVE WS-ST-CC(WS-STEP-IDX) TO WS-STOP-CC.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           MOVE WS-NOW-DATE TO WS-CYCLE-END-DATE.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-CYCLE-END-TIME.
           PERFORM 0400-SAVE-CYCLE-STATE.
           DISPLAY "DTCYCDRV: cycle for processing date "
                   WS-CYCLE-PROCESS-DATE " stopped at step "
                   WS-STOP-STEP-ID ", rerun DTCYCDRV to resume".

       8000-WRITE-RUNLOG-START.
           SET RC-START-ENTRY TO TRUE.
           MOVE 0 TO RC-READ-COUNT.
           MOVE 0 TO RC-ACCEPT-COUNT.
           MOVE 0 TO RC-REJECT-COUNT.
           MOVE 0 TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8100-WRITE-RUNLOG-END.
           SET RC-END-ENTRY TO TRUE.
           MOVE WS-RUN-STEP-COUNT TO RC-READ-COUNT.
           MOVE WS-COMPLETED-COUNT TO RC-ACCEPT-COUNT.
           COMPUTE RC-REJECT-COUNT
              = WS-PASSED-OVER-COUNT + WS-FAILED-COUNT.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTCYCDRV" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTCYCDRV: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTCYCDRV: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
