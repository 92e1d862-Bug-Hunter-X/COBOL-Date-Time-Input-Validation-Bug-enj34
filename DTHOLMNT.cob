      * entries from the recurring rules in HOLRULES (fixed dates
      * like Dec 25 and floating rules like first Monday of
      * September) so loading a new year is a transaction instead of
      * a typing exercise.  The operator signs on through DTOPAUTH
      * and needs HOLS authority to add, delete or generate; each
      * entry added or removed by a save goes to the CHGJRNL change
      * journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTHOLMNT.

       COPY DTDCALRC.

      * HOLIDAYS as loaded, compared with the table after the
      * rewrite to journal each entry added or removed.
       01  WS-HOL-ORIG-COUNT    PIC 9(4) VALUE 0.
       01  WS-HOL-ORIG-TABLE-AREA.
           05  WS-HOL-ORIG-ENTRY PIC X(16) OCCURS 2000 TIMES.

       COPY DTOPAPRC.

       01  WS-GEN-YEAR          PIC 9(4).
       01  WS-GEN-COUNT         PIC 9(4).
       01  WS-OCC-NUM           PIC 9(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-LOAD-HOLIDAY-FILE.
           SET WS-MENU-NOT-DONE TO TRUE.
           SET WS-TABLE-UNCHANGED TO TRUE.
           END-IF.
           STOP RUN.

       0050-SIGN-ON.
           MOVE SPACES TO OPAUTH-PARMS.
           MOVE "SIGN" TO OP-FUNCTION-CODE.
           MOVE "DTHOLMNT" TO OP-PROGRAM-ID.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTHOLMNT: sign-on refused, return code "
                      OP-RETURN-CODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-LOAD-HOLIDAY-FILE.
           MOVE 0 TO WS-HOL-COUNT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           END-IF.
           DISPLAY "DTHOLMNT: " WS-HOL-COUNT " calendar entries"
                   " loaded.".
           MOVE WS-HOL-COUNT TO WS-HOL-ORIG-COUNT.
           MOVE WS-HOL-TABLE-AREA TO WS-HOL-ORIG-TABLE-AREA.

       0110-LOAD-ONE-ENTRY.
           IF WS-HOL-COUNT < WS-HOL-MAX THEN
              WHEN "L"
                 PERFORM 1000-LIST-ENTRIES
              WHEN "A"
                 PERFORM 0300-CHECK-AUTHORITY
                 IF OP-SUCCESS THEN
                    PERFORM 2000-ADD-ENTRY
                 END-IF
              WHEN "D"
                 PERFORM 0300-CHECK-AUTHORITY
                 IF OP-SUCCESS THEN
                    PERFORM 3000-DELETE-ENTRY
                 END-IF
              WHEN "G"
                 PERFORM 0300-CHECK-AUTHORITY
                 IF OP-SUCCESS THEN
                    PERFORM 4000-GENERATE-FROM-RULES
                 END-IF
              WHEN "X"
                 SET WS-MENU-DONE TO TRUE
              WHEN OTHER
                 DISPLAY "Unknown action."
           END-EVALUATE.

       0300-CHECK-AUTHORITY.
           MOVE "CHEK" TO OP-FUNCTION-CODE.
           MOVE "HOLS" TO OP-AUTH-FUNCTION.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "Operator " OP-OPERATOR-ID " does not hold HOLS,"
                      " calendar cannot be changed."
           END-IF.

       1000-LIST-ENTRIES.
           DISPLAY "Calendar to list (* = all): ".
           ACCEPT WS-CALENDAR-INPUT.
              CLOSE HOLIDAY-FILE
              DISPLAY "HOLIDAYS rewritten, " WS-WRITE-COUNT
                      " entries."
              PERFORM 5200-JOURNAL-CHANGES
           END-IF.

       5100-SORT-TABLE.
              END-PERFORM
           END-PERFORM.

      * Entries on the original file and not in the saved table were
      * deleted; entries in the saved table and not on the original
      * were added.  A duplicate dropped by the rewrite is neither.
       5200-JOURNAL-CHANGES.
           MOVE "JRNL" TO OP-FUNCTION-CODE.
           MOVE "HOLS" TO OP-AUTH-FUNCTION.
           MOVE "HOLIDAYS" TO OP-FILE-NAME.
           MOVE SPACES TO OP-NOTE.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-ORIG-COUNT
              SET WS-ENTRY-NOT-FOUND TO TRUE
              PERFORM VARYING WS-HOL-IDX2 FROM 1 BY 1
                      UNTIL WS-HOL-IDX2 > WS-HOL-COUNT
                         OR WS-ENTRY-FOUND
                 IF WS-HOL-ENTRY(WS-HOL-IDX2)
                    = WS-HOL-ORIG-ENTRY(WS-HOL-IDX) THEN
                    SET WS-ENTRY-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-ENTRY-NOT-FOUND THEN
                 MOVE "D" TO OP-ACTION
                 MOVE WS-HOL-ORIG-ENTRY(WS-HOL-IDX) TO OP-BEFORE-IMAGE
                 MOVE SPACES TO OP-AFTER-IMAGE
                 PERFORM 5300-WRITE-JOURNAL-ENTRY
              END-IF
           END-PERFORM.
           MOVE HIGH-VALUES TO WS-PREV-CAL.
           MOVE 99999999 TO WS-PREV-DATE.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
              SET WS-ENTRY-NOT-FOUND TO TRUE
              PERFORM VARYING WS-HOL-IDX2 FROM 1 BY 1
                      UNTIL WS-HOL-IDX2 > WS-HOL-ORIG-COUNT
                         OR WS-ENTRY-FOUND
                 IF WS-HOL-ORIG-ENTRY(WS-HOL-IDX2)
                    = WS-HOL-ENTRY(WS-HOL-IDX) THEN
                    SET WS-ENTRY-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-HOL-CAL(WS-HOL-IDX) = WS-PREV-CAL
                 AND WS-HOL-DATE(WS-HOL-IDX) = WS-PREV-DATE THEN
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
              IF WS-ENTRY-NOT-FOUND THEN
                 MOVE "A" TO OP-ACTION
                 MOVE SPACES TO OP-BEFORE-IMAGE
                 MOVE WS-HOL-ENTRY(WS-HOL-IDX) TO OP-AFTER-IMAGE
                 PERFORM 5300-WRITE-JOURNAL-ENTRY
              END-IF
              MOVE WS-HOL-CAL(WS-HOL-IDX) TO WS-PREV-CAL
              MOVE WS-HOL-DATE(WS-HOL-IDX) TO WS-PREV-DATE
           END-PERFORM.

       5300-WRITE-JOURNAL-ENTRY.
           IF OP-ACTION = "D" THEN
              MOVE OP-BEFORE-IMAGE TO WS-SWAP-ENTRY
           ELSE
              MOVE OP-AFTER-IMAGE TO WS-SWAP-ENTRY
           END-IF.
           MOVE SPACES TO OP-RECORD-KEY.
           STRING WS-SWAP-CAL " " WS-SWAP-DATE DELIMITED BY SIZE
                  INTO OP-RECORD-KEY.
           MOVE "JRNL" TO OP-FUNCTION-CODE.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTHOLMNT: change NOT journaled for "
                      OP-RECORD-KEY
           END-IF.

       6000-COMPUTE-DAY-OF-WEEK.
           MOVE "DOW " TO DC-FUNCTION-CODE.
           COMPUTE DC-DATE
