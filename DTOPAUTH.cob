      ******************************************************************
      * DTOPAUTH - Callable operator sign-on, authority check and
      * change-journal subprogram for the maintenance programs.  The
      * one place that reads OPERAUTH (see DTOPAURC) and writes
      * CHGJRNL (see DTCJRNRC).  See DTOPAPRC for the parameter area
      * and the function codes (SIGN, CHEK, JRNL).  The operator
      * signed on by SIGN is kept here for the rest of the run, so
      * CHEK and JRNL need nothing but the function, and every
      * journal entry carries the ID that actually signed on.  A
      * refused sign-on or function is itself journaled, with the
      * ID offered, so the auditors see the attempts as well as the
      * changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTOPAUTH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       COPY DTOPAURC.

       FD  JOURNAL-FILE.
       COPY DTCJRNRC.

       WORKING-STORAGE SECTION.
       01  WS-AUTH-STATUS       PIC X(2).
       01  WS-JOURNAL-STATUS    PIC X(2).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-FOUND-FLAG        PIC X(1).
           88  WS-OPERATOR-FOUND        VALUE "Y".
           88  WS-OPERATOR-NOT-FOUND    VALUE "N".

       01  WS-SIGNED-ON-FLAG    PIC X(1) VALUE "N".
           88  WS-SIGNED-ON             VALUE "Y".
           88  WS-ENROLMENT-ONLY        VALUE "E".
           88  WS-NOT-SIGNED-ON         VALUE "N".

       01  WS-OPERATOR-INPUT    PIC X(8).
       01  WS-OPERATORS-READ    PIC 9(5).
       01  WS-SO-PROGRAM-ID     PIC X(8).
       01  WS-SO-OPERATOR-ID    PIC X(8).
       01  WS-SO-OPERATOR-NAME  PIC X(20).
       01  WS-SO-STATUS         PIC X(1).
       01  WS-SO-FUNCTION-FLAGS.
           05  WS-SO-FLAG       PIC X(1) OCCURS 12 TIMES.

       01  WS-FUNCTION-CODES.
           05  WS-FUNCTION-VALUES PIC X(32)
                         VALUE "PARMPSRCHOLSSEENREPRESCQSUPVAUTH".
           05  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
               10  WS-FUNCTION-CODE PIC X(4) OCCURS 8 TIMES.
       01  WS-FUNCTION-COUNT    PIC 9(2) VALUE 8.
       01  WS-FUNC-IDX          PIC 9(2).

       01  WS-JOURNAL-REFUSAL-FLAG PIC X(1).
           88  WS-JOURNAL-REFUSALS      VALUE "Y".
           88  WS-QUIET-REFUSALS        VALUE "N".

       01  WS-REFUSAL-NOTE      PIC X(30).
       01  WS-SAVE-RETURN-CODE  PIC X(2).
       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-CURRENT-TIME-RAW  PIC 9(8).

       LINKAGE SECTION.
       COPY DTOPAPRC.

       PROCEDURE DIVISION USING OPAUTH-PARMS.
       0000-MAIN.
           SET OP-SUCCESS TO TRUE.
           SET WS-JOURNAL-REFUSALS TO TRUE.
           EVALUATE TRUE
              WHEN OP-FUNC-SIGNON
                 PERFORM 1000-DO-SIGN-ON
              WHEN OP-FUNC-CHECK
                 PERFORM 2000-DO-CHECK
              WHEN OP-FUNC-HOLDS
                 SET WS-QUIET-REFUSALS TO TRUE
                 PERFORM 2000-DO-CHECK
              WHEN OP-FUNC-JOURNAL
                 PERFORM 3000-DO-JOURNAL
              WHEN OTHER
                 SET OP-BAD-FUNCTION TO TRUE
           END-EVALUATE.
           GOBACK.

      * The journal is tried first: an operator who could change a
      * control file with nowhere to record it is not let in.
       1000-DO-SIGN-ON.
           SET WS-NOT-SIGNED-ON TO TRUE.
           MOVE OP-PROGRAM-ID TO WS-SO-PROGRAM-ID.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-INPUT.
           MOVE WS-OPERATOR-INPUT TO WS-SO-OPERATOR-ID.
           MOVE WS-OPERATOR-INPUT TO OP-OPERATOR-ID.
           MOVE SPACES TO WS-SO-OPERATOR-NAME.
           MOVE SPACES TO OP-OPERATOR-NAME.
           PERFORM 1100-CHECK-JOURNAL.
           IF OP-SUCCESS THEN
              PERFORM 1200-FIND-OPERATOR
           END-IF.
           IF OP-SUCCESS THEN
              PERFORM 1300-ACCEPT-OPERATOR
           END-IF.
           IF OP-SUCCESS AND OP-AUTH-FUNCTION NOT = SPACES THEN
              PERFORM 2000-DO-CHECK
              IF NOT OP-SUCCESS THEN
                 DISPLAY OP-PROGRAM-ID ": operator "
                         WS-SO-OPERATOR-ID " is not authorized for "
                         OP-AUTH-FUNCTION
                 SET WS-NOT-SIGNED-ON TO TRUE
              END-IF
           END-IF.
           IF OP-SUCCESS THEN
              DISPLAY OP-PROGRAM-ID ": signed on as "
                      WS-SO-OPERATOR-ID " " WS-SO-OPERATOR-NAME
           END-IF.

       1100-CHECK-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35" THEN
              OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
              DISPLAY "DTOPAUTH: unable to open CHGJRNL, status "
                      WS-JOURNAL-STATUS ", sign-on refused"
              SET OP-FILE-ERROR TO TRUE
           ELSE
              CLOSE JOURNAL-FILE
           END-IF.

       1200-FIND-OPERATOR.
           MOVE 0 TO WS-OPERATORS-READ.
           SET WS-OPERATOR-NOT-FOUND TO TRUE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT AUTH-FILE.
           EVALUATE WS-AUTH-STATUS
              WHEN "00"
                 PERFORM UNTIL WS-END-OF-FILE OR WS-OPERATOR-FOUND
                    READ AUTH-FILE
                       AT END
                          SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                          PERFORM 1210-CHECK-AUTH-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE AUTH-FILE
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTOPAUTH: unable to open OPERAUTH, status "
                         WS-AUTH-STATUS ", sign-on refused"
                 SET OP-FILE-ERROR TO TRUE
           END-EVALUATE.

       1210-CHECK-AUTH-RECORD.
           IF OA-OPERATOR-ID NOT = SPACES THEN
              ADD 1 TO WS-OPERATORS-READ
              IF OA-OPERATOR-ID = WS-OPERATOR-INPUT
                 AND WS-OPERATOR-INPUT NOT = SPACES THEN
                 SET WS-OPERATOR-FOUND TO TRUE
                 MOVE OA-OPERATOR-NAME TO WS-SO-OPERATOR-NAME
                 MOVE OA-STATUS TO WS-SO-STATUS
                 MOVE OA-FUNCTION-FLAGS TO WS-SO-FUNCTION-FLAGS
              END-IF
           END-IF.

      * With nobody enrolled yet the ID is kept for the journal, so
      * the first enrolment through DTOPRMNT is recorded against it.
       1300-ACCEPT-OPERATOR.
           EVALUATE TRUE
              WHEN WS-OPERATORS-READ = 0
                 SET OP-NO-OPERATORS TO TRUE
                 SET WS-ENROLMENT-ONLY TO TRUE
                 DISPLAY "DTOPAUTH: no operators on OPERAUTH, "
                         "enrol them with DTOPRMNT"
              WHEN WS-OPERATOR-NOT-FOUND
                 SET OP-UNKNOWN-OPERATOR TO TRUE
                 MOVE "SIGN-ON REFUSED, NOT ON FILE" TO WS-REFUSAL-NOTE
                 PERFORM 3200-JOURNAL-REFUSAL
                 DISPLAY OP-PROGRAM-ID ": operator "
                         WS-SO-OPERATOR-ID " is not on OPERAUTH"
              WHEN WS-SO-STATUS NOT = "A"
                 SET OP-UNKNOWN-OPERATOR TO TRUE
                 MOVE "SIGN-ON REFUSED, SUSPENDED" TO WS-REFUSAL-NOTE
                 PERFORM 3200-JOURNAL-REFUSAL
                 DISPLAY OP-PROGRAM-ID ": operator "
                         WS-SO-OPERATOR-ID " is suspended"
              WHEN OTHER
                 SET WS-SIGNED-ON TO TRUE
                 MOVE WS-SO-OPERATOR-NAME TO OP-OPERATOR-NAME
           END-EVALUATE.

       2000-DO-CHECK.
           IF NOT WS-SIGNED-ON THEN
              SET OP-UNKNOWN-OPERATOR TO TRUE
           ELSE
              PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                      UNTIL WS-FUNC-IDX > WS-FUNCTION-COUNT
                 IF WS-FUNCTION-CODE(WS-FUNC-IDX) = OP-AUTH-FUNCTION
                    THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-FUNC-IDX > WS-FUNCTION-COUNT THEN
                 SET OP-BAD-FUNCTION TO TRUE
              ELSE
                 IF WS-SO-FLAG(WS-FUNC-IDX) NOT = "Y" THEN
                    SET OP-NOT-AUTHORIZED TO TRUE
                    IF WS-JOURNAL-REFUSALS THEN
                       MOVE SPACES TO WS-REFUSAL-NOTE
                       STRING "NOT AUTHORIZED FOR " DELIMITED BY SIZE
                              OP-AUTH-FUNCTION DELIMITED BY SIZE
                              INTO WS-REFUSAL-NOTE
                       PERFORM 3200-JOURNAL-REFUSAL
                    END-IF
                 END-IF
              END-IF
           END-IF.

       3000-DO-JOURNAL.
           IF WS-NOT-SIGNED-ON THEN
              SET OP-UNKNOWN-OPERATOR TO TRUE
           ELSE
              PERFORM 3050-STAMP-ENTRY
              MOVE OP-AUTH-FUNCTION TO CJ-FUNCTION
              MOVE OP-ACTION TO CJ-ACTION
              MOVE OP-FILE-NAME TO CJ-FILE-NAME
              MOVE OP-RECORD-KEY TO CJ-RECORD-KEY
              MOVE OP-NOTE TO CJ-NOTE
              MOVE OP-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
              MOVE OP-AFTER-IMAGE TO CJ-AFTER-IMAGE
              PERFORM 3100-WRITE-JOURNAL
           END-IF.

       3050-STAMP-ENTRY.
           MOVE SPACES TO CHANGE-JOURNAL-REC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME-RAW FROM TIME.
           MOVE WS-CURRENT-DATE TO CJ-DATE.
           MOVE WS-CURRENT-TIME-RAW(1:6) TO CJ-TIME.
           MOVE WS-SO-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE WS-SO-PROGRAM-ID TO CJ-PROGRAM-ID.

       3100-WRITE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35" THEN
              OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
              DISPLAY "DTOPAUTH: unable to open CHGJRNL, status "
                      WS-JOURNAL-STATUS ", change NOT journaled"
              SET OP-FILE-ERROR TO TRUE
           ELSE
              WRITE CHANGE-JOURNAL-REC
              IF WS-JOURNAL-STATUS NOT = "00" THEN
                 DISPLAY "DTOPAUTH: CHGJRNL write failed, status "
                         WS-JOURNAL-STATUS ", change NOT journaled"
                 SET OP-FILE-ERROR TO TRUE
              END-IF
              CLOSE JOURNAL-FILE
           END-IF.

      * A refusal keeps its own return code even when the journal
      * entry for it cannot be written.
       3200-JOURNAL-REFUSAL.
           PERFORM 3050-STAMP-ENTRY.
           IF OP-FUNC-SIGNON AND OP-AUTH-FUNCTION = SPACES THEN
              MOVE "SIGN" TO CJ-FUNCTION
           ELSE
              MOVE OP-AUTH-FUNCTION TO CJ-FUNCTION
           END-IF.
           SET CJ-REFUSED TO TRUE.
           MOVE WS-REFUSAL-NOTE TO CJ-NOTE.
           MOVE OP-RETURN-CODE TO WS-SAVE-RETURN-CODE.
           PERFORM 3100-WRITE-JOURNAL.
           MOVE WS-SAVE-RETURN-CODE TO OP-RETURN-CODE.
