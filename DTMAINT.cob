      * list, add, update, and delete the per-source-system override
      * entries in DTPARMSS (year window, calendar, and roll mode per
      * feed; see DTPRMSRC) so feeds with different conventions can
      * run in the same night's DTVALID pass.  The operator signs on
      * through DTOPAUTH: PARM authority is needed to change the
      * global record and PSRC to add or delete overrides, and every
      * change saved goes to the CHGJRNL change journal with the
      * record as it was and as it was written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTMAINT.
           05  WS-CUTOFF-WORK-MM PIC 9(2).
           05  WS-CUTOFF-WORK-SS PIC 9(2).

       01  WS-PARM-ON-FILE-FLAG PIC X(1) VALUE "N".
           88  WS-PARM-ON-FILE          VALUE "Y".
           88  WS-PARM-NOT-ON-FILE      VALUE "N".
       01  WS-PARM-BEFORE-IMAGE PIC X(33) VALUE SPACES.
       01  WS-PARM-AFTER-IMAGE  PIC X(33).
       01  WS-PARM-AUTH-FLAG    PIC X(1).
           88  WS-PARM-AUTHORIZED       VALUE "Y".
           88  WS-PARM-NOT-AUTHORIZED   VALUE "N".

       01  WS-PARMS-VALID-FLAG  PIC X(1).
           88  WS-PARMS-VALID           VALUE "Y".
           88  WS-PARMS-INVALID         VALUE "N".
               10  WS-SP-HOLIDAY-CALENDAR PIC X(8).
               10  WS-SP-ROLL-MODE     PIC X(1).

      * DTPARMSS as loaded, compared with the table after the
      * rewrite to journal each override added, changed or deleted.
       01  WS-SRC-ORIG-COUNT    PIC 9(2) VALUE 0.
       01  WS-SRC-ORIG-IDX      PIC 9(2).
       01  WS-SRC-MATCH-IDX     PIC 9(2).
       01  WS-SRC-ORIG-TABLE-AREA.
           05  WS-SRC-ORIG-ENTRY OCCURS 50 TIMES.
               10  WS-SO-SOURCE-SYSTEM PIC X(8).
               10  FILLER              PIC X(17).

       COPY DTOPAPRC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-LOAD-CURRENT-PARMS.
           PERFORM 0200-DISPLAY-SCREEN.
           IF WS-PARM-AUTHORIZED THEN
              PERFORM 0300-PROMPT-FOR-CHANGES
              PERFORM 0400-VALIDATE-PARMS
              IF WS-PARMS-VALID THEN
                 PERFORM 0500-SAVE-PARMS
                 DISPLAY "Parameters updated."
              ELSE
                 DISPLAY "Minimum year must not exceed maximum year."
                 DISPLAY "Parameters NOT updated."
              END-IF
           ELSE
              DISPLAY "Operator " OP-OPERATOR-ID " does not hold PARM,"
                      " global parameters not changed."
           END-IF.
           PERFORM 0600-LOAD-SOURCE-PARMS.
           SET WS-SRC-MENU-NOT-DONE TO TRUE.
           END-IF.
           STOP RUN.

      * Any active operator may sign on to look; whether the global
      * prompts are offered depends on PARM, asked without journaling
      * a refusal since the operator may only be here for overrides.
       0050-SIGN-ON.
           MOVE SPACES TO OPAUTH-PARMS.
           MOVE "SIGN" TO OP-FUNCTION-CODE.
           MOVE "DTMAINT" TO OP-PROGRAM-ID.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTMAINT: sign-on refused, return code "
                      OP-RETURN-CODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "HOLD" TO OP-FUNCTION-CODE.
           MOVE "PARM" TO OP-AUTH-FUNCTION.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF OP-SUCCESS THEN
              SET WS-PARM-AUTHORIZED TO TRUE
           ELSE
              SET WS-PARM-NOT-AUTHORIZED TO TRUE
           END-IF.

       0100-LOAD-CURRENT-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00" THEN
              READ PARM-FILE
                  NOT AT END
                      SET WS-PARM-ON-FILE TO TRUE
                      MOVE PARM-REC TO WS-PARM-BEFORE-IMAGE
                      MOVE PM-MIN-YEAR TO WS-MIN-YEAR
                      MOVE PM-MAX-YEAR TO WS-MAX-YEAR
                      MOVE PM-CENTURY-PIVOT TO WS-CENTURY-PIVOT
           MOVE WS-AUDIT-RETAIN-DAYS TO PM-AUDIT-RETAIN-DAYS.
           MOVE WS-CUTOFF-TIME TO PM-CUTOFF-TIME.
           MOVE WS-CUTOFF-MODE TO PM-CUTOFF-MODE.
           MOVE PARM-REC TO WS-PARM-AFTER-IMAGE.
           OPEN OUTPUT PARM-FILE.
           WRITE PARM-REC.
           IF WS-PARM-STATUS NOT = "00" THEN
              DISPLAY "DTMAINT: parameter file write failed, status "
                      WS-PARM-STATUS
           ELSE
              IF WS-PARM-AFTER-IMAGE NOT = WS-PARM-BEFORE-IMAGE THEN
                 PERFORM 0550-JOURNAL-PARM-CHANGE
              END-IF
           END-IF.
           CLOSE PARM-FILE.

       0550-JOURNAL-PARM-CHANGE.
           MOVE "PARM" TO OP-AUTH-FUNCTION.
           IF WS-PARM-ON-FILE THEN
              MOVE "C" TO OP-ACTION
           ELSE
              MOVE "A" TO OP-ACTION
           END-IF.
           MOVE "DTPARMS" TO OP-FILE-NAME.
           MOVE "GLOBAL" TO OP-RECORD-KEY.
           MOVE "GLOBAL PARAMETER RECORD" TO OP-NOTE.
           MOVE WS-PARM-BEFORE-IMAGE TO OP-BEFORE-IMAGE.
           MOVE WS-PARM-AFTER-IMAGE TO OP-AFTER-IMAGE.
           PERFORM 0980-WRITE-JOURNAL-ENTRY.

       0600-LOAD-SOURCE-PARMS.
           MOVE 0 TO WS-SRC-PARM-COUNT.
           OPEN INPUT PARMSRC-FILE.
              END-PERFORM
              CLOSE PARMSRC-FILE
           END-IF.
           MOVE WS-SRC-PARM-COUNT TO WS-SRC-ORIG-COUNT.
           MOVE WS-SRC-PARM-TABLE-AREA TO WS-SRC-ORIG-TABLE-AREA.

       0610-LOAD-ONE-SOURCE-PARM.
           IF PS-SOURCE-SYSTEM = SPACES THEN
              WHEN "L"
                 PERFORM 0710-LIST-SOURCE-PARMS
              WHEN "A"
                 PERFORM 0760-CHECK-SOURCE-AUTHORITY
                 IF OP-SUCCESS THEN
                    PERFORM 0720-ADD-SOURCE-PARM
                 END-IF
              WHEN "D"
                 PERFORM 0760-CHECK-SOURCE-AUTHORITY
                 IF OP-SUCCESS THEN
                    PERFORM 0730-DELETE-SOURCE-PARM
                 END-IF
              WHEN "X"
                 SET WS-SRC-MENU-DONE TO TRUE
              WHEN OTHER
              END-IF
           END-IF.

       0760-CHECK-SOURCE-AUTHORITY.
           MOVE "CHEK" TO OP-FUNCTION-CODE.
           MOVE "PSRC" TO OP-AUTH-FUNCTION.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "Operator " OP-OPERATOR-ID " does not hold PSRC,"
                      " overrides cannot be changed."
           END-IF.

       0900-SAVE-SOURCE-PARMS.
           MOVE 0 TO WS-SRC-SAVE-ERRORS.
           OPEN OUTPUT PARMSRC-FILE.
                 DISPLAY "DTPARMSS rewritten, " WS-SRC-PARM-COUNT
                         " override(s)."
              END-IF
              PERFORM 0950-JOURNAL-SOURCE-CHANGES
           END-IF.

      * Entries gone from the table were deleted, entries new to it
      * were added, and entries in both that differ were changed.
       0950-JOURNAL-SOURCE-CHANGES.
           MOVE "PSRC" TO OP-AUTH-FUNCTION.
           MOVE "DTPARMSS" TO OP-FILE-NAME.
           MOVE SPACES TO OP-NOTE.
           IF WS-SRC-SAVE-ERRORS > 0 THEN
              MOVE "DTPARMSS REWRITE INCOMPLETE" TO OP-NOTE
           END-IF.
           PERFORM VARYING WS-SRC-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-SRC-ORIG-IDX > WS-SRC-ORIG-COUNT
              MOVE WS-SO-SOURCE-SYSTEM(WS-SRC-ORIG-IDX)
                 TO WS-SRC-ID-INPUT
              PERFORM 0740-FIND-SOURCE-PARM
              MOVE WS-SRC-ID-INPUT TO OP-RECORD-KEY
              MOVE WS-SRC-ORIG-ENTRY(WS-SRC-ORIG-IDX)
                 TO OP-BEFORE-IMAGE
              IF WS-SRC-NOT-FOUND THEN
                 MOVE "D" TO OP-ACTION
                 MOVE SPACES TO OP-AFTER-IMAGE
                 PERFORM 0980-WRITE-JOURNAL-ENTRY
              ELSE
                 IF WS-SRC-PARM-ENTRY(WS-SRC-FOUND-IDX)
                    NOT = WS-SRC-ORIG-ENTRY(WS-SRC-ORIG-IDX) THEN
                    MOVE "C" TO OP-ACTION
                    MOVE WS-SRC-PARM-ENTRY(WS-SRC-FOUND-IDX)
                       TO OP-AFTER-IMAGE
                    PERFORM 0980-WRITE-JOURNAL-ENTRY
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-SRC-PARM-IDX FROM 1 BY 1
                   UNTIL WS-SRC-PARM-IDX > WS-SRC-PARM-COUNT
              PERFORM 0960-FIND-ORIGINAL-SOURCE
              IF WS-SRC-NOT-FOUND THEN
                 MOVE "A" TO OP-ACTION
                 MOVE WS-SP-SOURCE-SYSTEM(WS-SRC-PARM-IDX)
                    TO OP-RECORD-KEY
                 MOVE SPACES TO OP-BEFORE-IMAGE
                 MOVE WS-SRC-PARM-ENTRY(WS-SRC-PARM-IDX)
                    TO OP-AFTER-IMAGE
                 PERFORM 0980-WRITE-JOURNAL-ENTRY
              END-IF
           END-PERFORM.

       0960-FIND-ORIGINAL-SOURCE.
           SET WS-SRC-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SRC-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-SRC-MATCH-IDX > WS-SRC-ORIG-COUNT
                      OR WS-SRC-FOUND
              IF WS-SO-SOURCE-SYSTEM(WS-SRC-MATCH-IDX)
                 = WS-SP-SOURCE-SYSTEM(WS-SRC-PARM-IDX) THEN
                 SET WS-SRC-FOUND TO TRUE
              END-IF
           END-PERFORM.

       0980-WRITE-JOURNAL-ENTRY.
           MOVE "JRNL" TO OP-FUNCTION-CODE.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTMAINT: change NOT journaled for "
                      OP-FILE-NAME " " OP-RECORD-KEY
           END-IF.
