               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-AGE-STATUS.

           SELECT ESCQ-FILE ASSIGN TO "ESCQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-KEY
               FILE STATUS IS WS-ESCQ-STATUS.

           SELECT DATECARD-FILE ASSIGN TO "DATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY DTTRANRC.
      * A stream file cut by DTSPLIT carries the record's TRANSIN
      * record number after the transaction layout.
       01  TRANS-STREAM-REC.
           05  FILLER           PIC X(29).
           05  TS-ARRIVAL-SEQ   PIC 9(9).

       FD  REJECT-FILE.
       COPY DTREJREC.
       COPY DTOUTREC.

       FD  TRANSOUT-TEMP-FILE.
       01  TRANSOUT-TEMP-REC    PIC X(70).

       FD  SEEN-FILE.
       COPY DTSEENRC.
       FD  AGE-FILE.
       COPY DTRJAGRC.

       FD  ESCQ-FILE.
       COPY DTESCQRC.

       FD  DATECARD-FILE.
       COPY DTDCARDC.

           88  WS-AGE-UNAVAILABLE       VALUE "N".
       01  WS-AGE-KEY           PIC 9(9).
       01  WS-AGE-OWNER-NUM     PIC 9(2).
       01  WS-ESCQ-STATUS       PIC X(2).
       01  WS-OVERRIDE-FLAG     PIC X(1) VALUE "N".
           88  WS-OVERRIDE-RECORD       VALUE "Y".
           88  WS-NOT-OVERRIDE-RECORD   VALUE "N".
       01  WS-SUPERVISOR-ID     PIC X(8) VALUE SPACES.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-LAST-CHECKPOINT   PIC 9(9) VALUE 0.
              WHEN WS-RECORD-VALID
                 ADD 1 TO WS-ACCEPT-COUNT
                 PERFORM 3500-WRITE-TRANSOUT
                 IF WS-OVERRIDE-RECORD THEN
                    PERFORM 2250-MARK-OVERRIDE-APPLIED
                 END-IF
                 IF DT-ORIG-REJECT-ID IS NUMERIC
                    AND DT-ORIG-REJECT-ID > 0 THEN
                    PERFORM 3200-CLOSE-REJECT-AGE
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACE TO WS-BUSINESS-DAY-FLAG.
           MOVE 0 TO WS-ROLLED-DATE.
           SET WS-NOT-OVERRIDE-RECORD TO TRUE.
           MOVE SPACES TO WS-SUPERVISOR-ID.

           IF NOT DT-DETAIL-REC AND NOT DT-OVERRIDE-REC THEN
              SET WS-RECORD-INVALID TO TRUE
              MOVE "INVALID RECORD TYPE" TO WS-REASON-CODE
           END-IF.

           IF WS-RECORD-VALID AND DT-OVERRIDE-REC THEN
              PERFORM 2200-CHECK-OVERRIDE
           END-IF.

           PERFORM 1800-PARSE-DATE.

           IF WS-RECORD-VALID AND NOT WS-OVERRIDE-RECORD
              IF WS-YEAR < WS-MIN-YEAR OR WS-YEAR > WS-MAX-YEAR THEN
                 SET WS-RECORD-INVALID TO TRUE
                 MOVE "INVALID YEAR" TO WS-REASON-CODE
              PERFORM 1900-NORMALIZE-TIMEZONE
           END-IF.

           IF WS-RECORD-VALID AND NOT WS-OVERRIDE-RECORD
              IF WS-YEAR < WS-MIN-YEAR OR WS-YEAR > WS-MAX-YEAR THEN
                 SET WS-RECORD-INVALID TO TRUE
                 MOVE "INVALID YEAR" TO WS-REASON-CODE
              MOVE WS-NORM-DATE TO WS-ROLLED-DATE
           END-IF.

      * A type O record is honoured only against an escalation
      * queue item a supervisor has force-accepted, carrying exactly
      * the values approved.  On a restart the item may already show
      * the override applied by this run.
       2200-CHECK-OVERRIDE.
           SET WS-RECORD-INVALID TO TRUE.
           MOVE "OVERRIDE UNAPPROVED" TO WS-REASON-CODE.
           IF DT-ORIG-REJECT-ID IS NUMERIC THEN
              OPEN I-O ESCQ-FILE
              IF WS-ESCQ-STATUS = "00" THEN
                 MOVE DT-ORIG-REJECT-ID TO EQ-ORIG-REJECT-ID
                 READ ESCQ-FILE
                 IF WS-ESCQ-STATUS = "00"
                    AND EQ-FORCE-ACCEPTED
                    AND EQ-OVR-DATE = DT-DATE
                    AND EQ-OVR-TIME = DT-TIME
                    AND EQ-OVR-TZ-OFFSET = DT-TZ-OFFSET THEN
                    IF EQ-OVERRIDE-PENDING
                       OR (EQ-OVERRIDE-APPLIED
                           AND WS-RESTART-COUNT > 0
                           AND EQ-OVERRIDE-DATE = WS-CURRENT-DATE)
                    THEN
                       SET WS-RECORD-VALID TO TRUE
                       SET WS-OVERRIDE-RECORD TO TRUE
                       MOVE SPACES TO WS-REASON-CODE
                       MOVE EQ-SUPERVISOR-ID TO WS-SUPERVISOR-ID
                    END-IF
                 END-IF
                 CLOSE ESCQ-FILE
              ELSE
                 DISPLAY "DTVALID: unable to open ESCQUEUE, status "
                         WS-ESCQ-STATUS ", override rejected"
              END-IF
           END-IF.

       2250-MARK-OVERRIDE-APPLIED.
           OPEN I-O ESCQ-FILE.
           IF WS-ESCQ-STATUS = "00" THEN
              MOVE DT-ORIG-REJECT-ID TO EQ-ORIG-REJECT-ID
              READ ESCQ-FILE
              IF WS-ESCQ-STATUS = "00" THEN
                 MOVE "A" TO EQ-OVERRIDE-STATUS
                 MOVE WS-CURRENT-DATE TO EQ-OVERRIDE-DATE
                 REWRITE ESC-QUEUE-REC
              END-IF
              CLOSE ESCQ-FILE
           END-IF.
           IF WS-ESCQ-STATUS NOT = "00" THEN
              DISPLAY "DTVALID: unable to mark override "
                      DT-ORIG-REJECT-ID " applied in ESCQUEUE, status "
                      WS-ESCQ-STATUS
           END-IF.

       2040-FAIL-QUARANTINED-RECORD.
           SET WS-RECORD-INVALID TO TRUE.
           SET WS-NOT-CARRY-RECORD TO TRUE.
           SET WS-NOT-OVERRIDE-RECORD TO TRUE.
           MOVE SPACES TO WS-SUPERVISOR-ID.
           MOVE "BATCH QUARANTINED" TO WS-REASON-CODE.
           MOVE SPACE TO WS-BUSINESS-DAY-FLAG.
           PERFORM 1800-PARSE-DATE.
           MOVE WS-DOW TO OT-DAY-OF-WEEK.
           MOVE WS-DOY TO OT-JULIAN-DOY.
           MOVE WS-ROLLED-DATE TO OT-ROLLED-DATE.
           IF WS-OVERRIDE-RECORD THEN
              MOVE "O" TO OT-OVERRIDE-FLAG
           ELSE
              MOVE SPACE TO OT-OVERRIDE-FLAG
           END-IF.
           MOVE WS-SUPERVISOR-ID TO OT-SUPERVISOR-ID.
           MOVE WS-SOURCE-SYSTEM TO OT-SOURCE-SYSTEM.
           EVALUATE TRUE
              WHEN WS-INPUT-PHASE = 1
                 MOVE 0 TO OT-ARRIVAL-SEQ
              WHEN TS-ARRIVAL-SEQ IS NUMERIC
                 MOVE TS-ARRIVAL-SEQ TO OT-ARRIVAL-SEQ
              WHEN OTHER
                 MOVE WS-READ-COUNT TO OT-ARRIVAL-SEQ
           END-EVALUATE.
           WRITE TRANSOUT-REC.
           IF WS-TRANSOUT-STATUS NOT = "00" THEN
              DISPLAY "DTVALID: output file write failed, status "
              WHEN WS-CARRY-RECORD
                 MOVE "CARY" TO AU-STATUS
                 MOVE "PAST CUTOFF" TO AU-REASON-CODE
              WHEN WS-RECORD-VALID AND WS-OVERRIDE-RECORD
                 MOVE "PASS" TO AU-STATUS
                 MOVE SPACES TO AU-REASON-CODE
                 STRING "OVERRIDE " DELIMITED BY SIZE
                        WS-SUPERVISOR-ID DELIMITED BY SIZE
                        INTO AU-REASON-CODE
              WHEN WS-RECORD-VALID
                 MOVE "PASS" TO AU-STATUS
                 MOVE SPACES TO AU-REASON-CODE
