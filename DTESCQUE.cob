      ******************************************************************
      * DTESCQUE - Escalation work queue for rejects that DTREPAIR
      * has given up on.  At start-up every record DTREPAIR has
      * written to TRANSESC is taken into the ESCQUEUE master (see
      * DTESCQRC) as an open item, opened today, and TRANSESC is
      * emptied; a chain that escalates again refreshes or reopens
      * its item.  The operator can list the queue, look up an
      * item, assign it to an analyst, and close it as written off
      * or returned to the source system.  A supervisor can instead
      * force-accept it: the supervisor's ID, the approved date,
      * time and offset (blank keeps the rejected value) are kept on
      * the item and an override record (type O) is written to
      * TRANSOVR in transaction format under a DTESCQUE batch header
      * and trailer, to go into the next DTVALID run the way
      * TRANSRSB does.  DTVALID accepts the override only against
      * the approved item, even when it falls outside the year
      * window, and marks it on TRANSOUT and in the audit log with
      * the supervisor's ID.  Recording any disposition closes the
      * chain's entry in its DTRJAGE master.  The operator signs on
      * through DTOPAUTH: ESCQ authority is needed to assign, write
      * off or return an item, and SUPV to force-accept, the
      * signed-on operator being the one recorded on the item.  Each
      * item changed goes to the CHGJRNL change journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTESCQUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "ESCQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT ESCAL-FILE ASSIGN TO "TRANSESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCAL-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO "TRANSOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT AGE-FILE ASSIGN DYNAMIC WS-AGE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-AGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       COPY DTESCQRC.

       FD  ESCAL-FILE.
       COPY DTREJREC.

       FD  OVERRIDE-FILE.
       COPY DTTRANRC.

       FD  AGE-FILE.
       COPY DTRJAGRC.

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS      PIC X(2).
       01  WS-ESCAL-STATUS      PIC X(2).
       01  WS-OVERRIDE-STATUS   PIC X(2).
       01  WS-AGE-STATUS        PIC X(2).
       01  WS-AGE-FILE-NAME     PIC X(20).
       01  WS-AGE-OWNER-NUM     PIC 9(2).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-DONE-FLAG         PIC X(1).
           88  WS-MENU-DONE             VALUE "Y".
           88  WS-MENU-NOT-DONE         VALUE "N".

       01  WS-ITEM-FOUND-FLAG   PIC X(1).
           88  WS-ITEM-FOUND            VALUE "Y".
           88  WS-ITEM-NOT-FOUND        VALUE "N".

       01  WS-OVR-OPEN-FLAG     PIC X(1) VALUE "N".
           88  WS-OVR-FILE-OPEN         VALUE "Y".
           88  WS-OVR-FILE-NOT-OPEN     VALUE "N".

       01  WS-OVR-APPEND-FLAG   PIC X(1) VALUE "N".
           88  WS-OVR-APPEND            VALUE "Y".

       01  WS-CURRENT-DATE      PIC 9(8).

       01  WS-ACTION-INPUT      PIC X(1).
       01  WS-KEY-INPUT         PIC X(9).
       01  WS-OPERATOR-INPUT    PIC X(8).
       01  WS-SUPERVISOR-INPUT  PIC X(8).
       01  WS-NOTE-INPUT        PIC X(30).
       01  WS-CONFIRM-INPUT     PIC X(1).
       01  WS-FILTER-INPUT      PIC X(1).
       01  WS-DATE-INPUT        PIC X(8).
       01  WS-TIME-INPUT        PIC X(6).
       01  WS-OFFSET-INPUT      PIC X(3).

       01  WS-QUEUE-KEY         PIC 9(9).
       01  WS-DISPOSITION       PIC X(1).
       01  WS-NEW-DATE          PIC X(8).
       01  WS-NEW-TIME          PIC 9(6).

       01  WS-TZ-AREA.
           05  WS-TZ-X          PIC X(3).
           05  WS-TZ-N REDEFINES WS-TZ-X
                                PIC S9(2) SIGN LEADING SEPARATE.

       01  WS-COUNTERS.
           05  WS-LOADED-COUNT  PIC 9(9) VALUE 0.
           05  WS-REOPEN-COUNT  PIC 9(9) VALUE 0.
           05  WS-DISPOSED-COUNT PIC 9(9) VALUE 0.
           05  WS-OVR-COUNT     PIC 9(9) VALUE 0.
           05  WS-MATCH-COUNT   PIC 9(9) VALUE 0.

       01  WS-HASH-TOTAL        PIC 9(12) VALUE 0.
       01  WS-HASH-WORK.
           05  WS-HASH-ALPHA    PIC X(8).
           05  WS-HASH-NUM REDEFINES WS-HASH-ALPHA PIC 9(8).

       01  WS-QUEUE-BEFORE-IMAGE PIC X(200).
       01  WS-JOURNAL-NOTE      PIC X(30).

       COPY DTOPAPRC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0300-LOAD-ESCALATIONS.
           SET WS-MENU-NOT-DONE TO TRUE.
           PERFORM 0200-MENU UNTIL WS-MENU-DONE.
           PERFORM 0900-CLOSE-FILES.
           DISPLAY "DTESCQUE: " WS-LOADED-COUNT
                   " escalation(s) queued, " WS-DISPOSED-COUNT
                   " item(s) closed, " WS-OVR-COUNT
                   " override(s) written to TRANSOVR.".
           STOP RUN.

       0050-SIGN-ON.
           MOVE SPACES TO OPAUTH-PARMS.
           MOVE "SIGN" TO OP-FUNCTION-CODE.
           MOVE "DTESCQUE" TO OP-PROGRAM-ID.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTESCQUE: sign-on refused, return code "
                      OP-RETURN-CODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-FILES.
           OPEN I-O QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35" THEN
              OPEN OUTPUT QUEUE-FILE
              CLOSE QUEUE-FILE
              OPEN I-O QUEUE-FILE
           END-IF.
           IF WS-QUEUE-STATUS NOT = "00" THEN
              DISPLAY "DTESCQUE: unable to open ESCQUEUE, status "
                      WS-QUEUE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-MENU.
           DISPLAY "================================================".
           DISPLAY "ESCALATION WORK QUEUE".
           DISPLAY "================================================".
           DISPLAY "L = list items   K = look up one item"
                   "   A = assign analyst".
           DISPLAY "W = write off   R = return to source"
                   "   F = supervisor force-accept   X = exit".
           DISPLAY "Action: ".
           ACCEPT WS-ACTION-INPUT.
           EVALUATE WS-ACTION-INPUT
              WHEN "L"
                 PERFORM 1500-LIST-ITEMS
              WHEN "K"
                 PERFORM 1000-LOOKUP-ONE-ITEM
              WHEN "A"
                 MOVE "ESCQ" TO OP-AUTH-FUNCTION
                 PERFORM 0250-CHECK-AUTHORITY
                 IF OP-SUCCESS THEN
                    PERFORM 2000-ASSIGN-ANALYST
                 END-IF
              WHEN "W"
                 MOVE "ESCQ" TO OP-AUTH-FUNCTION
                 PERFORM 0250-CHECK-AUTHORITY
                 IF OP-SUCCESS THEN
                    MOVE "W" TO WS-DISPOSITION
                    PERFORM 3000-RECORD-DISPOSITION
                 END-IF
              WHEN "R"
                 MOVE "ESCQ" TO OP-AUTH-FUNCTION
                 PERFORM 0250-CHECK-AUTHORITY
                 IF OP-SUCCESS THEN
                    MOVE "R" TO WS-DISPOSITION
                    PERFORM 3000-RECORD-DISPOSITION
                 END-IF
              WHEN "F"
                 MOVE "SUPV" TO OP-AUTH-FUNCTION
                 PERFORM 0250-CHECK-AUTHORITY
                 IF OP-SUCCESS THEN
                    PERFORM 4000-FORCE-ACCEPT
                 END-IF
              WHEN "X"
                 SET WS-MENU-DONE TO TRUE
              WHEN OTHER
                 DISPLAY "Unknown action."
           END-EVALUATE.

       0250-CHECK-AUTHORITY.
           MOVE "CHEK" TO OP-FUNCTION-CODE.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "Operator " OP-OPERATOR-ID " does not hold "
                      OP-AUTH-FUNCTION ", action refused."
           END-IF.

      * TRANSESC is only emptied once every record in it is safely
      * in the queue; taking the same record in twice just refreshes
      * its open item, so a failed start-up can simply be rerun.
       0300-LOAD-ESCALATIONS.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT ESCAL-FILE.
           IF WS-ESCAL-STATUS NOT = "00" THEN
              SET WS-END-OF-FILE TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
              READ ESCAL-FILE
                 AT END
                    SET WS-END-OF-FILE TO TRUE
                 NOT AT END
                    PERFORM 0310-QUEUE-ONE-ESCALATION
              END-READ
           END-PERFORM.
           IF WS-ESCAL-STATUS NOT = "35" THEN
              CLOSE ESCAL-FILE
           END-IF.
           IF WS-LOADED-COUNT > 0 THEN
              OPEN OUTPUT ESCAL-FILE
              CLOSE ESCAL-FILE
              DISPLAY "DTESCQUE: " WS-LOADED-COUNT
                      " new escalation(s) taken from TRANSESC, "
                      WS-REOPEN-COUNT " of them reopened"
           END-IF.

       0310-QUEUE-ONE-ESCALATION.
           IF RJ-ORIG-REJECT-ID > 0 THEN
              MOVE RJ-ORIG-REJECT-ID TO EQ-ORIG-REJECT-ID
           ELSE
              MOVE RJ-REJECT-ID TO EQ-ORIG-REJECT-ID
           END-IF.
           READ QUEUE-FILE.
           EVALUATE WS-QUEUE-STATUS
              WHEN "00"
                 IF NOT EQ-OPEN THEN
                    PERFORM 0330-REOPEN-ITEM
                    ADD 1 TO WS-REOPEN-COUNT
                 END-IF
                 PERFORM 0320-COPY-REJECT-FIELDS
                 REWRITE ESC-QUEUE-REC
              WHEN "23"
                 PERFORM 0340-INITIALIZE-ITEM
                 PERFORM 0320-COPY-REJECT-FIELDS
                 WRITE ESC-QUEUE-REC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-QUEUE-STATUS NOT = "00" THEN
              DISPLAY "DTESCQUE: unable to queue reject "
                      RJ-REJECT-ID ", status " WS-QUEUE-STATUS
              CLOSE ESCAL-FILE
              PERFORM 0900-CLOSE-FILES
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-LOADED-COUNT.

       0320-COPY-REJECT-FIELDS.
           MOVE RJ-REJECT-ID TO EQ-REJECT-ID.
           MOVE RJ-DATE TO EQ-DATE.
           MOVE RJ-TIME TO EQ-TIME.
           MOVE RJ-TZ-OFFSET TO EQ-TZ-OFFSET.
           MOVE RJ-REASON-CODE TO EQ-REASON-CODE.
           MOVE RJ-SOURCE-SYSTEM TO EQ-SOURCE-SYSTEM.
           MOVE RJ-RESUBMIT-COUNT TO EQ-RESUBMIT-COUNT.

      * A closed chain that comes back through TRANSESC (typically a
      * force-accepted override DTVALID still rejected) is opened
      * again with its analyst kept; the earlier disposition is
      * overwritten.
       0330-REOPEN-ITEM.
           MOVE WS-CURRENT-DATE TO EQ-OPENED-DATE.
           MOVE SPACE TO EQ-DISPOSITION.
           MOVE 0 TO EQ-DISPOSITION-DATE.
           MOVE SPACES TO EQ-DISPOSED-BY.
           MOVE SPACES TO EQ-SUPERVISOR-ID.
           MOVE SPACES TO EQ-OVR-DATE.
           MOVE 0 TO EQ-OVR-TIME.
           MOVE 0 TO EQ-OVR-TZ-OFFSET.
           MOVE SPACE TO EQ-OVERRIDE-STATUS.
           MOVE 0 TO EQ-OVERRIDE-DATE.
           MOVE "REOPENED, ESCALATED AGAIN" TO EQ-NOTE.

       0340-INITIALIZE-ITEM.
           MOVE WS-CURRENT-DATE TO EQ-OPENED-DATE.
           MOVE SPACES TO EQ-ANALYST-ID.
           MOVE 0 TO EQ-ASSIGNED-DATE.
           MOVE SPACE TO EQ-DISPOSITION.
           MOVE 0 TO EQ-DISPOSITION-DATE.
           MOVE SPACES TO EQ-DISPOSED-BY.
           MOVE SPACES TO EQ-SUPERVISOR-ID.
           MOVE SPACES TO EQ-OVR-DATE.
           MOVE 0 TO EQ-OVR-TIME.
           MOVE 0 TO EQ-OVR-TZ-OFFSET.
           MOVE SPACE TO EQ-OVERRIDE-STATUS.
           MOVE 0 TO EQ-OVERRIDE-DATE.
           MOVE SPACES TO EQ-NOTE.

       1000-LOOKUP-ONE-ITEM.
           PERFORM 1100-READ-ITEM.
           IF WS-ITEM-FOUND THEN
              PERFORM 1300-DISPLAY-ITEM
           END-IF.

       1100-READ-ITEM.
           SET WS-ITEM-NOT-FOUND TO TRUE.
           DISPLAY "Chain (first reject) ID: ".
           ACCEPT WS-KEY-INPUT.
           IF WS-KEY-INPUT IS NOT NUMERIC THEN
              DISPLAY "ID must be 9 digits."
           ELSE
              MOVE WS-KEY-INPUT TO WS-QUEUE-KEY
              MOVE WS-QUEUE-KEY TO EQ-ORIG-REJECT-ID
              READ QUEUE-FILE
              EVALUATE WS-QUEUE-STATUS
                 WHEN "00"
                    SET WS-ITEM-FOUND TO TRUE
                 WHEN "23"
                    DISPLAY "No queue item for that ID."
                 WHEN OTHER
                    DISPLAY "DTESCQUE: read failed, status "
                            WS-QUEUE-STATUS
              END-EVALUATE
           END-IF.

       1200-READ-OPEN-ITEM.
           PERFORM 1100-READ-ITEM.
           IF WS-ITEM-FOUND THEN
              PERFORM 1300-DISPLAY-ITEM
              IF NOT EQ-OPEN THEN
                 DISPLAY "Item is already closed."
                 SET WS-ITEM-NOT-FOUND TO TRUE
              ELSE
                 MOVE ESC-QUEUE-REC TO WS-QUEUE-BEFORE-IMAGE
              END-IF
           END-IF.

       1300-DISPLAY-ITEM.
           DISPLAY "  Chain ID ........ " EQ-ORIG-REJECT-ID.
           DISPLAY "  Latest reject ... " EQ-REJECT-ID.
           DISPLAY "  Source system ... " EQ-SOURCE-SYSTEM.
           DISPLAY "  Date ............ " EQ-DATE.
           DISPLAY "  Time ............ " EQ-TIME.
           DISPLAY "  TZ offset ....... " EQ-TZ-OFFSET.
           DISPLAY "  Reason .......... " EQ-REASON-CODE.
           DISPLAY "  Resubmits ....... " EQ-RESUBMIT-COUNT.
           DISPLAY "  Opened .......... " EQ-OPENED-DATE.
           DISPLAY "  Analyst ......... " EQ-ANALYST-ID
                   "  assigned " EQ-ASSIGNED-DATE.
           EVALUATE TRUE
              WHEN EQ-OPEN
                 DISPLAY "  Disposition ..... OPEN"
              WHEN EQ-WRITTEN-OFF
                 DISPLAY "  Disposition ..... WRITTEN OFF "
                         EQ-DISPOSITION-DATE " by " EQ-DISPOSED-BY
              WHEN EQ-RETURNED
                 DISPLAY "  Disposition ..... RETURNED TO SOURCE "
                         EQ-DISPOSITION-DATE " by " EQ-DISPOSED-BY
              WHEN EQ-FORCE-ACCEPTED
                 DISPLAY "  Disposition ..... FORCE-ACCEPTED "
                         EQ-DISPOSITION-DATE " by supervisor "
                         EQ-SUPERVISOR-ID
                 DISPLAY "  Approved as ..... " EQ-OVR-DATE " "
                         EQ-OVR-TIME " " EQ-OVR-TZ-OFFSET
                 IF EQ-OVERRIDE-APPLIED THEN
                    DISPLAY "  Override ........ accepted by DTVALID "
                            EQ-OVERRIDE-DATE
                 ELSE
                    DISPLAY "  Override ........ waiting for DTVALID"
                 END-IF
           END-EVALUATE.
           IF EQ-NOTE NOT = SPACES THEN
              DISPLAY "  Note ............ " EQ-NOTE
           END-IF.

       1500-LIST-ITEMS.
           DISPLAY "List which items (blank = open, W, R or F): ".
           ACCEPT WS-FILTER-INPUT.
           DISPLAY "Analyst (blank = all): ".
           ACCEPT WS-OPERATOR-INPUT.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE LOW-VALUES TO EQ-KEY.
           START QUEUE-FILE KEY NOT < EQ-KEY
              INVALID KEY
                 MOVE "10" TO WS-QUEUE-STATUS
           END-START.
           PERFORM UNTIL WS-QUEUE-STATUS NOT = "00"
              READ QUEUE-FILE NEXT
                 AT END
                    MOVE "10" TO WS-QUEUE-STATUS
                 NOT AT END
                    IF EQ-DISPOSITION = WS-FILTER-INPUT
                       AND (WS-OPERATOR-INPUT = SPACES
                            OR EQ-ANALYST-ID = WS-OPERATOR-INPUT)
                    THEN
                       DISPLAY EQ-ORIG-REJECT-ID " "
                               EQ-SOURCE-SYSTEM " "
                               EQ-REASON-CODE " opened "
                               EQ-OPENED-DATE " analyst "
                               EQ-ANALYST-ID
                       ADD 1 TO WS-MATCH-COUNT
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO WS-QUEUE-STATUS.
           DISPLAY WS-MATCH-COUNT " item(s) listed.".

       2000-ASSIGN-ANALYST.
           PERFORM 1200-READ-OPEN-ITEM.
           IF WS-ITEM-FOUND THEN
              DISPLAY "Assign to analyst ID: "
              ACCEPT WS-OPERATOR-INPUT
              IF WS-OPERATOR-INPUT = SPACES THEN
                 DISPLAY "Analyst ID is required, item not assigned."
              ELSE
                 MOVE WS-OPERATOR-INPUT TO EQ-ANALYST-ID
                 MOVE WS-CURRENT-DATE TO EQ-ASSIGNED-DATE
                 MOVE "ANALYST ASSIGNED" TO WS-JOURNAL-NOTE
                 PERFORM 5000-REWRITE-ITEM
                 DISPLAY "Item assigned."
              END-IF
           END-IF.

       3000-RECORD-DISPOSITION.
           PERFORM 1200-READ-OPEN-ITEM.
           IF WS-ITEM-FOUND THEN
              MOVE OP-OPERATOR-ID TO WS-OPERATOR-INPUT
              DISPLAY "Note: "
              ACCEPT WS-NOTE-INPUT
              IF WS-DISPOSITION = "W" THEN
                 DISPLAY "Write this item off? (Y/N): "
                 MOVE "WRITTEN OFF" TO WS-JOURNAL-NOTE
              ELSE
                 DISPLAY "Return this item to "
                         EQ-SOURCE-SYSTEM "? (Y/N): "
                 MOVE "RETURNED TO SOURCE" TO WS-JOURNAL-NOTE
              END-IF
              ACCEPT WS-CONFIRM-INPUT
              IF WS-CONFIRM-INPUT NOT = "Y" THEN
                 DISPLAY "Item NOT closed."
              ELSE
                 MOVE WS-DISPOSITION TO EQ-DISPOSITION
                 MOVE WS-CURRENT-DATE TO EQ-DISPOSITION-DATE
                 MOVE WS-OPERATOR-INPUT TO EQ-DISPOSED-BY
                 MOVE WS-NOTE-INPUT TO EQ-NOTE
                 PERFORM 5000-REWRITE-ITEM
                 PERFORM 6000-CLOSE-AGE-CHAIN
                 ADD 1 TO WS-DISPOSED-COUNT
                 DISPLAY "Item closed."
              END-IF
           END-IF.

      * The signed-on supervisor must be someone other than the
      * analyst who worked the item.  The override record is
      * written before the item is marked, so a queue item never
      * shows an approval that has no record behind it.
       4000-FORCE-ACCEPT.
           PERFORM 1200-READ-OPEN-ITEM.
           IF WS-ITEM-FOUND THEN
              IF EQ-ANALYST-ID = SPACES THEN
                 DISPLAY "Item has no analyst assigned yet."
              ELSE
                 MOVE OP-OPERATOR-ID TO WS-SUPERVISOR-INPUT
                 IF WS-SUPERVISOR-INPUT = SPACES
                    OR WS-SUPERVISOR-INPUT = EQ-ANALYST-ID THEN
                    DISPLAY "A supervisor other than the assigned "
                            "analyst must approve, item NOT closed."
                 ELSE
                    PERFORM 4100-GET-APPROVED-VALUES
                    PERFORM 4200-CONFIRM-FORCE-ACCEPT
                 END-IF
              END-IF
           END-IF.

       4100-GET-APPROVED-VALUES.
           DISPLAY "Approved date (blank = keep): ".
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES THEN
              MOVE EQ-DATE TO WS-NEW-DATE
           ELSE
              IF WS-DATE-INPUT(1:6) IS NUMERIC THEN
                 MOVE WS-DATE-INPUT TO WS-NEW-DATE
              ELSE
                 DISPLAY "Invalid date, keeping original."
                 MOVE EQ-DATE TO WS-NEW-DATE
              END-IF
           END-IF.

           DISPLAY "Approved time (blank = keep): ".
           ACCEPT WS-TIME-INPUT.
           IF WS-TIME-INPUT = SPACES THEN
              MOVE EQ-TIME TO WS-NEW-TIME
           ELSE
              IF WS-TIME-INPUT IS NUMERIC THEN
                 MOVE WS-TIME-INPUT TO WS-NEW-TIME
              ELSE
                 DISPLAY "Invalid time, keeping original."
                 MOVE EQ-TIME TO WS-NEW-TIME
              END-IF
           END-IF.

           DISPLAY "Approved TZ offset, e.g. +05 (blank = keep): ".
           ACCEPT WS-OFFSET-INPUT.
           IF WS-OFFSET-INPUT = SPACES THEN
              MOVE EQ-TZ-OFFSET TO WS-TZ-N
           ELSE
              IF (WS-OFFSET-INPUT(1:1) = "+"
                  OR WS-OFFSET-INPUT(1:1) = "-")
                 AND WS-OFFSET-INPUT(2:2) IS NUMERIC THEN
                 MOVE WS-OFFSET-INPUT TO WS-TZ-X
              ELSE
                 DISPLAY "Invalid offset, keeping original."
                 MOVE EQ-TZ-OFFSET TO WS-TZ-N
              END-IF
           END-IF.

       4200-CONFIRM-FORCE-ACCEPT.
           DISPLAY "Reason for the override: ".
           ACCEPT WS-NOTE-INPUT.
           DISPLAY "Force-accept " WS-NEW-DATE " " WS-NEW-TIME " "
                   WS-TZ-X " on the authority of "
                   WS-SUPERVISOR-INPUT "? (Y/N): ".
           ACCEPT WS-CONFIRM-INPUT.
           IF WS-CONFIRM-INPUT NOT = "Y" THEN
              DISPLAY "Item NOT closed."
           ELSE
              PERFORM 4300-WRITE-OVERRIDE-RECORD
              MOVE "F" TO EQ-DISPOSITION
              MOVE WS-CURRENT-DATE TO EQ-DISPOSITION-DATE
              MOVE WS-SUPERVISOR-INPUT TO EQ-DISPOSED-BY
              MOVE WS-SUPERVISOR-INPUT TO EQ-SUPERVISOR-ID
              MOVE WS-NEW-DATE TO EQ-OVR-DATE
              MOVE WS-NEW-TIME TO EQ-OVR-TIME
              MOVE WS-TZ-N TO EQ-OVR-TZ-OFFSET
              MOVE "P" TO EQ-OVERRIDE-STATUS
              MOVE 0 TO EQ-OVERRIDE-DATE
              MOVE WS-NOTE-INPUT TO EQ-NOTE
              MOVE "FORCE-ACCEPTED" TO WS-JOURNAL-NOTE
              PERFORM 5000-REWRITE-ITEM
              PERFORM 6000-CLOSE-AGE-CHAIN
              ADD 1 TO WS-DISPOSED-COUNT
              DISPLAY "Override written to TRANSOVR, item closed."
           END-IF.

       4300-WRITE-OVERRIDE-RECORD.
           IF WS-OVR-FILE-NOT-OPEN THEN
              PERFORM 4400-OPEN-OVERRIDE-FILE
           END-IF.
           MOVE SPACES TO DATE-TIME-REC.
           MOVE "O" TO DT-RECORD-TYPE.
           MOVE WS-NEW-DATE TO DT-DATE.
           MOVE WS-NEW-TIME TO DT-TIME.
           MOVE WS-TZ-N TO DT-TZ-OFFSET.
           IF EQ-RESUBMIT-COUNT < 99 THEN
              COMPUTE DT-RESUBMIT-COUNT = EQ-RESUBMIT-COUNT + 1
           ELSE
              MOVE 99 TO DT-RESUBMIT-COUNT
           END-IF.
           MOVE EQ-ORIG-REJECT-ID TO DT-ORIG-REJECT-ID.
           MOVE WS-NEW-DATE TO WS-HASH-ALPHA.
           INSPECT WS-HASH-ALPHA REPLACING ALL " " BY "0".
           IF WS-HASH-ALPHA IS NUMERIC THEN
              ADD WS-HASH-NUM TO WS-HASH-TOTAL
           END-IF.
           WRITE DATE-TIME-REC.
           IF WS-OVERRIDE-STATUS NOT = "00" THEN
              DISPLAY "DTESCQUE: override write failed, status "
                      WS-OVERRIDE-STATUS ", item NOT closed"
              PERFORM 0910-ABEND
           END-IF.
           ADD 1 TO WS-OVR-COUNT.

      * TRANSOVR is rebuilt each day; a later session the same day
      * appends its own batch behind the earlier one.
       4400-OPEN-OVERRIDE-FILE.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = "00" THEN
              READ OVERRIDE-FILE
                 NOT AT END
                    IF DT-HEADER-REC
                       AND DT-SOURCE-SYSTEM = "DTESCQUE"
                       AND DT-CREATE-DATE = WS-CURRENT-DATE THEN
                       SET WS-OVR-APPEND TO TRUE
                    END-IF
              END-READ
              CLOSE OVERRIDE-FILE
           END-IF.
           IF WS-OVR-APPEND THEN
              OPEN EXTEND OVERRIDE-FILE
           ELSE
              OPEN OUTPUT OVERRIDE-FILE
           END-IF.
           IF WS-OVERRIDE-STATUS NOT = "00" THEN
              DISPLAY "DTESCQUE: unable to open TRANSOVR, status "
                      WS-OVERRIDE-STATUS ", item NOT closed"
              PERFORM 0910-ABEND
           END-IF.
           SET WS-OVR-FILE-OPEN TO TRUE.
           MOVE SPACES TO DATE-TIME-REC.
           MOVE "H" TO DT-RECORD-TYPE.
           MOVE "DTESCQUE" TO DT-SOURCE-SYSTEM.
           MOVE WS-CURRENT-DATE TO DT-CREATE-DATE.
           WRITE DATE-TIME-REC.
           IF WS-OVERRIDE-STATUS NOT = "00" THEN
              DISPLAY "DTESCQUE: override header write failed, "
                      "status " WS-OVERRIDE-STATUS
              PERFORM 0910-ABEND
           END-IF.

       4500-WRITE-OVERRIDE-TRAILER.
           MOVE SPACES TO DATE-TIME-REC.
           MOVE "T" TO DT-RECORD-TYPE.
           MOVE WS-OVR-COUNT TO DT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO DT-HASH-TOTAL.
           WRITE DATE-TIME-REC.
           IF WS-OVERRIDE-STATUS NOT = "00" THEN
              DISPLAY "DTESCQUE: override trailer write failed, "
                      "status " WS-OVERRIDE-STATUS
              MOVE 16 TO RETURN-CODE
           END-IF.

       5000-REWRITE-ITEM.
           MOVE ESC-QUEUE-REC TO OP-AFTER-IMAGE.
           REWRITE ESC-QUEUE-REC.
           IF WS-QUEUE-STATUS NOT = "00" THEN
              DISPLAY "DTESCQUE: queue update failed, status "
                      WS-QUEUE-STATUS
              PERFORM 0910-ABEND
           END-IF.
           MOVE "JRNL" TO OP-FUNCTION-CODE.
           MOVE "C" TO OP-ACTION.
           MOVE "ESCQUEUE" TO OP-FILE-NAME.
           MOVE EQ-ORIG-REJECT-ID TO OP-RECORD-KEY.
           MOVE WS-JOURNAL-NOTE TO OP-NOTE.
           MOVE WS-QUEUE-BEFORE-IMAGE TO OP-BEFORE-IMAGE.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTESCQUE: change NOT journaled for chain "
                      EQ-ORIG-REJECT-ID
           END-IF.

      * The chain's aging entry lives in the DTRJAGE master of the
      * stream that issued its first reject ID (the ID's two
      * high-order digits), as DTVALID keeps it.
       6000-CLOSE-AGE-CHAIN.
           DIVIDE EQ-ORIG-REJECT-ID BY 10000000
               GIVING WS-AGE-OWNER-NUM.
           IF WS-AGE-OWNER-NUM = 0 THEN
              MOVE "DTRJAGE" TO WS-AGE-FILE-NAME
           ELSE
              MOVE SPACES TO WS-AGE-FILE-NAME
              STRING "DTRJAGE.S" DELIMITED BY SIZE
                     WS-AGE-OWNER-NUM DELIMITED BY SIZE
                     INTO WS-AGE-FILE-NAME
           END-IF.
           OPEN I-O AGE-FILE.
           IF WS-AGE-STATUS = "00" THEN
              MOVE EQ-ORIG-REJECT-ID TO RA-ORIG-REJECT-ID
              DELETE AGE-FILE RECORD
                 INVALID KEY
                    DISPLAY "No open aging entry for this chain."
                 NOT INVALID KEY
                    DISPLAY "Aging entry closed in "
                            WS-AGE-FILE-NAME
              END-DELETE
              CLOSE AGE-FILE
           ELSE
              DISPLAY "DTESCQUE: unable to open " WS-AGE-FILE-NAME
                      ", status " WS-AGE-STATUS
                      ", aging entry left open"
           END-IF.

       0900-CLOSE-FILES.
           CLOSE QUEUE-FILE.
           IF WS-OVR-FILE-OPEN THEN
              PERFORM 4500-WRITE-OVERRIDE-TRAILER
              CLOSE OVERRIDE-FILE
           END-IF.

      * An override batch cut short is left without its trailer so
      * DTVALID quarantines it rather than accept part of it.
       0910-ABEND.
           CLOSE QUEUE-FILE.
           IF WS-OVR-FILE-OPEN THEN
              CLOSE OVERRIDE-FILE
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
