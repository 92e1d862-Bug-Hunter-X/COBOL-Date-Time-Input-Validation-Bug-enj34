      ******************************************************************
      * DTOPRMNT - Operator authority maintenance.  Lists, adds,
      * updates and deletes the OPERAUTH entries (see DTOPAURC) the
      * DTOPAUTH sign-on checks: each operator's name, whether the
      * ID is active or suspended, and which maintenance functions
      * it may use.  Needs AUTH authority itself, except while
      * OPERAUTH has nobody on it, when whoever signs on may enrol
      * the first operators.  The file is only rewritten if at least
      * one active operator still holds AUTH afterwards, so the
      * shop cannot lock itself out.  Every entry added, changed or
      * deleted goes to the CHGJRNL change journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTOPRMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       COPY DTOPAURC.

       WORKING-STORAGE SECTION.
       01  WS-AUTH-STATUS       PIC X(2).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-DONE-FLAG         PIC X(1).
           88  WS-MENU-DONE             VALUE "Y".
           88  WS-MENU-NOT-DONE         VALUE "N".

       01  WS-CHANGED-FLAG      PIC X(1).
           88  WS-TABLE-CHANGED         VALUE "Y".
           88  WS-TABLE-UNCHANGED       VALUE "N".

       01  WS-FOUND-FLAG        PIC X(1).
           88  WS-OPR-FOUND             VALUE "Y".
           88  WS-OPR-NOT-FOUND         VALUE "N".

       01  WS-ACTION-INPUT      PIC X(1).
       01  WS-ID-INPUT          PIC X(8).
       01  WS-NAME-INPUT        PIC X(20).
       01  WS-STATUS-INPUT      PIC X(1).
       01  WS-FLAG-INPUT        PIC X(1).

       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-SAVE-ERRORS       PIC 9(3) VALUE 0.
       01  WS-AUTH-HOLDERS      PIC 9(3).

       01  WS-FUNCTION-CODES.
           05  WS-FUNCTION-VALUES PIC X(32)
                         VALUE "PARMPSRCHOLSSEENREPRESCQSUPVAUTH".
           05  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
               10  WS-FUNCTION-CODE PIC X(4) OCCURS 8 TIMES.
       01  WS-FUNCTION-COUNT    PIC 9(2) VALUE 8.
       01  WS-AUTH-FUNC-IDX     PIC 9(2) VALUE 8.
       01  WS-FUNC-IDX          PIC 9(2).

       01  WS-OPR-MAX           PIC 9(3) VALUE 200.
       01  WS-OPR-COUNT         PIC 9(3) VALUE 0.
       01  WS-OPR-IDX           PIC 9(3).
       01  WS-OPR-FOUND-IDX     PIC 9(3).
       01  WS-OPR-TABLE-AREA.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OP-OPERATOR-ID    PIC X(8).
               10  WS-OP-OPERATOR-NAME  PIC X(20).
               10  WS-OP-STATUS         PIC X(1).
               10  WS-OP-FUNCTION-FLAGS.
                   15  WS-OP-FLAG       PIC X(1) OCCURS 12 TIMES.
               10  WS-OP-CHANGED-DATE   PIC 9(8).
               10  WS-OP-CHANGED-BY     PIC X(8).

       01  WS-ENTRY-BEFORE      PIC X(57).

      * OPERAUTH as loaded, compared with the table after the
      * rewrite to journal each entry added, changed or deleted.
       01  WS-ORIG-COUNT        PIC 9(3) VALUE 0.
       01  WS-ORIG-IDX          PIC 9(3).
       01  WS-ORIG-TABLE-AREA.
           05  WS-ORIG-ENTRY OCCURS 200 TIMES.
               10  WS-OO-OPERATOR-ID    PIC X(8).
               10  FILLER               PIC X(49).

       COPY DTOPAPRC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-LOAD-AUTH-FILE.
           SET WS-MENU-NOT-DONE TO TRUE.
           SET WS-TABLE-UNCHANGED TO TRUE.
           PERFORM 0200-MENU UNTIL WS-MENU-DONE.
           IF WS-TABLE-CHANGED THEN
              PERFORM 0400-COUNT-AUTH-HOLDERS
              IF WS-AUTH-HOLDERS = 0 THEN
                 DISPLAY "At least one active operator must hold AUTH."
                 DISPLAY "OPERAUTH NOT updated."
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 0500-SAVE-AUTH-FILE
              END-IF
           ELSE
              DISPLAY "No changes made."
           END-IF.
           STOP RUN.

      * With nobody on OPERAUTH the sign-on cannot succeed; the ID
      * given is still journaled against the first enrolments.
       0050-SIGN-ON.
           MOVE SPACES TO OPAUTH-PARMS.
           MOVE "SIGN" TO OP-FUNCTION-CODE.
           MOVE "DTOPRMNT" TO OP-PROGRAM-ID.
           MOVE "AUTH" TO OP-AUTH-FUNCTION.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           EVALUATE TRUE
              WHEN OP-SUCCESS
                 CONTINUE
              WHEN OP-NO-OPERATORS
                 DISPLAY "DTOPRMNT: OPERAUTH is empty, enrolling the"
                         " first operators as " OP-OPERATOR-ID
              WHEN OTHER
                 DISPLAY "DTOPRMNT: sign-on refused, return code "
                         OP-RETURN-CODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       0100-LOAD-AUTH-FILE.
           MOVE 0 TO WS-OPR-COUNT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT AUTH-FILE.
           EVALUATE WS-AUTH-STATUS
              WHEN "00"
                 PERFORM UNTIL WS-END-OF-FILE
                    READ AUTH-FILE
                       AT END
                          SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                          PERFORM 0110-LOAD-ONE-OPERATOR
                    END-READ
                 END-PERFORM
                 CLOSE AUTH-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTOPRMNT: unable to open OPERAUTH, status "
                         WS-AUTH-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           MOVE WS-OPR-COUNT TO WS-ORIG-COUNT.
           MOVE WS-OPR-TABLE-AREA TO WS-ORIG-TABLE-AREA.
           DISPLAY "DTOPRMNT: " WS-OPR-COUNT " operator(s) loaded.".

       0110-LOAD-ONE-OPERATOR.
           IF OA-OPERATOR-ID = SPACES THEN
              CONTINUE
           ELSE
              IF WS-OPR-COUNT < WS-OPR-MAX THEN
                 ADD 1 TO WS-OPR-COUNT
                 MOVE OPERATOR-AUTH-REC TO WS-OPR-ENTRY(WS-OPR-COUNT)
              ELSE
                 DISPLAY "DTOPRMNT: operator table full, entry "
                         "ignored."
              END-IF
           END-IF.

       0200-MENU.
           DISPLAY "================================================".
           DISPLAY "OPERATOR AUTHORITY MAINTENANCE".
           DISPLAY "================================================".
           DISPLAY "L = list   A = add/update   D = delete"
                   "   X = exit".
           DISPLAY "Action: ".
           ACCEPT WS-ACTION-INPUT.
           EVALUATE WS-ACTION-INPUT
              WHEN "L"
                 PERFORM 0210-LIST-OPERATORS
              WHEN "A"
                 PERFORM 0220-ADD-OPERATOR
              WHEN "D"
                 PERFORM 0230-DELETE-OPERATOR
              WHEN "X"
                 SET WS-MENU-DONE TO TRUE
              WHEN OTHER
                 DISPLAY "Unknown action."
           END-EVALUATE.

       0210-LIST-OPERATORS.
           IF WS-OPR-COUNT = 0 THEN
              DISPLAY "No operators on file."
           ELSE
              DISPLAY "OPERATOR NAME                 S "
                      "PARM/PSRC/HOLS/SEEN/REPR/ESCQ/SUPV/AUTH"
              PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                      UNTIL WS-OPR-IDX > WS-OPR-COUNT
                 DISPLAY WS-OP-OPERATOR-ID(WS-OPR-IDX) " "
                         WS-OP-OPERATOR-NAME(WS-OPR-IDX) " "
                         WS-OP-STATUS(WS-OPR-IDX) " "
                         WS-OP-FUNCTION-FLAGS(WS-OPR-IDX)(1:8)
                         "  changed " WS-OP-CHANGED-DATE(WS-OPR-IDX)
                         " by " WS-OP-CHANGED-BY(WS-OPR-IDX)
              END-PERFORM
           END-IF.

       0220-ADD-OPERATOR.
           DISPLAY "Operator ID: ".
           ACCEPT WS-ID-INPUT.
           IF WS-ID-INPUT = SPACES THEN
              DISPLAY "Operator ID required."
           ELSE
              PERFORM 0240-FIND-OPERATOR
              IF WS-OPR-FOUND THEN
                 MOVE WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
                    TO WS-ENTRY-BEFORE
              ELSE
                 MOVE SPACES TO WS-ENTRY-BEFORE
                 IF WS-OPR-COUNT >= WS-OPR-MAX THEN
                    DISPLAY "Operator table full, cannot add."
                 ELSE
                    ADD 1 TO WS-OPR-COUNT
                    MOVE WS-OPR-COUNT TO WS-OPR-FOUND-IDX
                    MOVE SPACES TO WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
                    MOVE WS-ID-INPUT
                       TO WS-OP-OPERATOR-ID(WS-OPR-FOUND-IDX)
                    MOVE "A" TO WS-OP-STATUS(WS-OPR-FOUND-IDX)
                    MOVE ALL "N"
                       TO WS-OP-FUNCTION-FLAGS(WS-OPR-FOUND-IDX)
                    MOVE 0 TO WS-OP-CHANGED-DATE(WS-OPR-FOUND-IDX)
                    SET WS-OPR-FOUND TO TRUE
                 END-IF
              END-IF
              IF WS-OPR-FOUND THEN
                 PERFORM 0250-PROMPT-OPERATOR-FIELDS
                 IF WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
                    NOT = WS-ENTRY-BEFORE THEN
                    MOVE WS-CURRENT-DATE
                       TO WS-OP-CHANGED-DATE(WS-OPR-FOUND-IDX)
                    MOVE OP-OPERATOR-ID
                       TO WS-OP-CHANGED-BY(WS-OPR-FOUND-IDX)
                    SET WS-TABLE-CHANGED TO TRUE
                    DISPLAY "Authority stored for " WS-ID-INPUT
                 ELSE
                    DISPLAY "No change for " WS-ID-INPUT
                 END-IF
              END-IF
           END-IF.

       0230-DELETE-OPERATOR.
           DISPLAY "Operator ID to delete: ".
           ACCEPT WS-ID-INPUT.
           PERFORM 0240-FIND-OPERATOR.
           IF WS-OPR-FOUND THEN
              MOVE WS-OPR-ENTRY(WS-OPR-COUNT)
                 TO WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
              SUBTRACT 1 FROM WS-OPR-COUNT
              SET WS-TABLE-CHANGED TO TRUE
              DISPLAY "Operator deleted: " WS-ID-INPUT
           ELSE
              DISPLAY "Not on file: " WS-ID-INPUT
           END-IF.

       0240-FIND-OPERATOR.
           SET WS-OPR-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
                      OR WS-OPR-FOUND
              IF WS-OP-OPERATOR-ID(WS-OPR-IDX) = WS-ID-INPUT THEN
                 SET WS-OPR-FOUND TO TRUE
                 MOVE WS-OPR-IDX TO WS-OPR-FOUND-IDX
              END-IF
           END-PERFORM.

       0250-PROMPT-OPERATOR-FIELDS.
           DISPLAY "Name (blank = keep "
                   WS-OP-OPERATOR-NAME(WS-OPR-FOUND-IDX) "): ".
           ACCEPT WS-NAME-INPUT.
           IF WS-NAME-INPUT NOT = SPACES THEN
              MOVE WS-NAME-INPUT
                 TO WS-OP-OPERATOR-NAME(WS-OPR-FOUND-IDX)
           END-IF.

           DISPLAY "Status A = active, S = suspended (blank = keep "
                   WS-OP-STATUS(WS-OPR-FOUND-IDX) "): ".
           ACCEPT WS-STATUS-INPUT.
           IF WS-STATUS-INPUT NOT = SPACES THEN
              IF WS-STATUS-INPUT = "A" OR WS-STATUS-INPUT = "S" THEN
                 MOVE WS-STATUS-INPUT TO WS-OP-STATUS(WS-OPR-FOUND-IDX)
              ELSE
                 DISPLAY "Invalid status, keeping current."
              END-IF
           END-IF.

           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                   UNTIL WS-FUNC-IDX > WS-FUNCTION-COUNT
              DISPLAY "  " WS-FUNCTION-CODE(WS-FUNC-IDX)
                      " Y/N (blank = keep "
                      WS-OP-FLAG(WS-OPR-FOUND-IDX, WS-FUNC-IDX) "): "
              ACCEPT WS-FLAG-INPUT
              IF WS-FLAG-INPUT NOT = SPACES THEN
                 IF WS-FLAG-INPUT = "Y" OR WS-FLAG-INPUT = "N" THEN
                    MOVE WS-FLAG-INPUT
                       TO WS-OP-FLAG(WS-OPR-FOUND-IDX, WS-FUNC-IDX)
                 ELSE
                    DISPLAY "Invalid flag, keeping current."
                 END-IF
              END-IF
           END-PERFORM.

       0400-COUNT-AUTH-HOLDERS.
           MOVE 0 TO WS-AUTH-HOLDERS.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
              IF WS-OP-STATUS(WS-OPR-IDX) = "A"
                 AND WS-OP-FLAG(WS-OPR-IDX, WS-AUTH-FUNC-IDX) = "Y"
                 THEN
                 ADD 1 TO WS-AUTH-HOLDERS
              END-IF
           END-PERFORM.

       0500-SAVE-AUTH-FILE.
           MOVE 0 TO WS-SAVE-ERRORS.
           OPEN OUTPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00" THEN
              DISPLAY "DTOPRMNT: unable to rewrite OPERAUTH, status "
                      WS-AUTH-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                      UNTIL WS-OPR-IDX > WS-OPR-COUNT
                 MOVE WS-OPR-ENTRY(WS-OPR-IDX) TO OPERATOR-AUTH-REC
                 WRITE OPERATOR-AUTH-REC
                 IF WS-AUTH-STATUS NOT = "00" THEN
                    DISPLAY "DTOPRMNT: OPERAUTH write failed, status "
                            WS-AUTH-STATUS
                    ADD 1 TO WS-SAVE-ERRORS
                 END-IF
              END-PERFORM
              CLOSE AUTH-FILE
      * Journaled first: each CALL to DTOPAUTH resets RETURN-CODE.
              PERFORM 0550-JOURNAL-CHANGES
              IF WS-SAVE-ERRORS > 0 THEN
                 DISPLAY "DTOPRMNT: OPERAUTH rewrite INCOMPLETE, "
                         WS-SAVE-ERRORS " write(s) failed."
                 MOVE 16 TO RETURN-CODE
              ELSE
                 DISPLAY "OPERAUTH rewritten, " WS-OPR-COUNT
                         " operator(s)."
              END-IF
           END-IF.

      * Entries gone from the table were deleted, entries new to it
      * were added, and entries in both that differ were changed.
       0550-JOURNAL-CHANGES.
           MOVE "AUTH" TO OP-AUTH-FUNCTION.
           MOVE "OPERAUTH" TO OP-FILE-NAME.
           MOVE SPACES TO OP-NOTE.
           IF WS-SAVE-ERRORS > 0 THEN
              MOVE "OPERAUTH REWRITE INCOMPLETE" TO OP-NOTE
           END-IF.
           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
              MOVE WS-OO-OPERATOR-ID(WS-ORIG-IDX) TO WS-ID-INPUT
              PERFORM 0240-FIND-OPERATOR
              MOVE WS-ID-INPUT TO OP-RECORD-KEY
              MOVE WS-ORIG-ENTRY(WS-ORIG-IDX) TO OP-BEFORE-IMAGE
              IF WS-OPR-NOT-FOUND THEN
                 MOVE "D" TO OP-ACTION
                 MOVE SPACES TO OP-AFTER-IMAGE
                 PERFORM 0580-WRITE-JOURNAL-ENTRY
              ELSE
                 IF WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
                    NOT = WS-ORIG-ENTRY(WS-ORIG-IDX) THEN
                    MOVE "C" TO OP-ACTION
                    MOVE WS-OPR-ENTRY(WS-OPR-FOUND-IDX)
                       TO OP-AFTER-IMAGE
                    PERFORM 0580-WRITE-JOURNAL-ENTRY
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
              PERFORM 0560-FIND-ORIGINAL-OPERATOR
              IF WS-OPR-NOT-FOUND THEN
                 MOVE "A" TO OP-ACTION
                 MOVE WS-OP-OPERATOR-ID(WS-OPR-IDX) TO OP-RECORD-KEY
                 MOVE SPACES TO OP-BEFORE-IMAGE
                 MOVE WS-OPR-ENTRY(WS-OPR-IDX) TO OP-AFTER-IMAGE
                 PERFORM 0580-WRITE-JOURNAL-ENTRY
              END-IF
           END-PERFORM.

       0560-FIND-ORIGINAL-OPERATOR.
           SET WS-OPR-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > WS-ORIG-COUNT
                      OR WS-OPR-FOUND
              IF WS-OO-OPERATOR-ID(WS-ORIG-IDX)
                 = WS-OP-OPERATOR-ID(WS-OPR-IDX) THEN
                 SET WS-OPR-FOUND TO TRUE
              END-IF
           END-PERFORM.

       0580-WRITE-JOURNAL-ENTRY.
           MOVE "JRNL" TO OP-FUNCTION-CODE.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTOPRMNT: change NOT journaled for "
                      OP-RECORD-KEY
           END-IF.
