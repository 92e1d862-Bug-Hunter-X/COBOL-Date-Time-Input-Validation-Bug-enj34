      ******************************************************************
      * DTACKGEN - Per-source acknowledgement files.  Run after
      * DTVALID (after DTMERGE in a parallel run) so each feed can
      * reconcile and repair its own batch.  One file, ACK.<source
      * system> (ACK.UNKNOWN for a batch that arrived without a
      * header), is written per DT-SOURCE-SYSTEM.  For every batch
      * from that source it holds an ack header echoing the batch
      * header's DT-CREATE-DATE, one line per detail with the
      * timestamp as sent and its disposition (accepted, rejected
      * with the reason code and reject ID, or carried to
      * TRANSCARRY), and an ack trailer setting the declared
      * DT-RECORD-COUNT/DT-HASH-TOTAL against what was actually
      * processed (see DTACKREC).  A batch quarantined for failing
      * trailer verification gets a single batch-level NAK instead.
      *
      * Dispositions are recovered positionally: DTVALID writes one
      * audit line per detail, in the order it read them (the
      * TRANSCARRY.PRV carryover, then TRANSIN), and one TRANSREJ
      * record per FAIL line, so each input batch is walked in step
      * with its audit lines and rejects.  The run's lines are the
      * last ones in the audit file, so an earlier run the same day
      * is stepped over.  When today's AUDITyyyymmdd.S01 exists the
      * run was parallel and each stream's own TRANSCARRY.Snn.PRV,
      * TRANSIN.Snn, audit and TRANSREJ.Snn files are walked instead
      * (DTSTREAMS count, default 2 like DTSPLIT and DTMERGE); the
      * declared figures still come from the TRANSIN batch DTSPLIT
      * partitioned.  Ends with condition code 4 when any batch was
      * NAKed, or 8 when a stream's files could not be lined up and
      * some acknowledgements are incomplete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTACKGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN DYNAMIC WS-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT ACK-FILE ASSIGN DYNAMIC WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "DTRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       COPY DTTRANRC.
      * Room for the TRANSIN record number DTSPLIT appends to the
      * stream files.
       01  INPUT-STREAM-REC     PIC X(38).

       FD  AUDIT-FILE.
       COPY DTAUDREC.

       FD  REJECT-FILE.
       COPY DTREJREC.

       FD  ACK-FILE.
       COPY DTACKREC.

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS      PIC X(2).
       01  WS-REJECT-STATUS     PIC X(2).
       01  WS-ACK-STATUS        PIC X(2).
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-INPUT-NAME        PIC X(24).
       01  WS-AUDIT-FILE-NAME   PIC X(20).
       01  WS-REJECT-FILE-NAME  PIC X(20).
       01  WS-ACK-FILE-NAME     PIC X(20).
       01  WS-CURRENT-DATE      PIC 9(8).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".
       01  WS-AUDIT-EOF-FLAG    PIC X(1).
           88  WS-AUDIT-EOF             VALUE "Y".
           88  WS-NOT-AUDIT-EOF         VALUE "N".
       01  WS-INPUT-OPEN-FLAG   PIC X(1) VALUE "N".
           88  WS-INPUT-OPEN            VALUE "Y".
           88  WS-INPUT-NOT-OPEN        VALUE "N".
       01  WS-AUDIT-OPEN-FLAG   PIC X(1) VALUE "N".
           88  WS-AUDIT-OPEN            VALUE "Y".
           88  WS-AUDIT-NOT-OPEN        VALUE "N".
       01  WS-REJECT-OPEN-FLAG  PIC X(1) VALUE "N".
           88  WS-REJECT-OPEN           VALUE "Y".
           88  WS-REJECT-NOT-OPEN       VALUE "N".

       01  WS-STREAMS-INPUT     PIC X(1).
       01  WS-STREAM-COUNT      PIC 9(2) VALUE 2.
       01  WS-STREAM-NO         PIC 9(2).
       01  WS-STREAM-NO-X       PIC 9(2).
       01  WS-PARALLEL-FLAG     PIC X(1) VALUE "N".
           88  WS-PARALLEL-RUN          VALUE "Y".
           88  WS-SERIAL-RUN            VALUE "N".

       01  WS-UNIT-COUNT        PIC 9(2) VALUE 0.
       01  WS-UNIT-IDX          PIC 9(2).
       01  WS-UNIT-TABLE-AREA.
           05  WS-UNIT-ENTRY OCCURS 9 TIMES.
               10  WS-UN-CARRY-NAME   PIC X(24).
               10  WS-UN-TRANSIN-NAME PIC X(24).
               10  WS-UN-AUDIT-NAME   PIC X(20).
               10  WS-UN-REJECT-NAME  PIC X(20).
               10  WS-UN-AUDIT-BASE   PIC 9(9).
               10  WS-UN-STATUS-FLAG  PIC X(1).
                   88  WS-UN-USABLE         VALUE "Y".
                   88  WS-UN-UNUSABLE       VALUE "N".

       01  WS-SCAN-MODE         PIC X(1).
           88  WS-SCAN-FEED             VALUE "F".
           88  WS-SCAN-CARRY            VALUE "C".
           88  WS-SCAN-STREAM           VALUE "S".
       01  WS-SCAN-FILE-FLAG    PIC X(1).
           88  WS-SCAN-FILE-FOUND       VALUE "Y".
           88  WS-SCAN-FILE-MISSING     VALUE "N".
       01  WS-REC-POS           PIC 9(9) VALUE 0.
       01  WS-UNIT-DETAILS      PIC 9(9) VALUE 0.
       01  WS-UNIT-AUDIT-LINES  PIC 9(9) VALUE 0.
       01  WS-GROUP-ORDINAL     PIC 9(2) VALUE 0.
       01  WS-GROUP-OPEN-FLAG   PIC X(1) VALUE "N".
           88  WS-GROUP-OPEN            VALUE "Y".
           88  WS-GROUP-NOT-OPEN        VALUE "N".
       01  WS-GROUP-SOURCE      PIC X(8).
       01  WS-GROUP-CREATE-DATE PIC 9(8).
       01  WS-GROUP-COUNT       PIC 9(9) VALUE 0.
       01  WS-GROUP-HASH        PIC 9(12) VALUE 0.
       01  WS-FAIL-REASON       PIC X(20).
       01  WS-CUR-BATCH         PIC 9(2) VALUE 0.

       01  WS-BATCH-MAX         PIC 9(2) VALUE 99.
       01  WS-BATCH-COUNT       PIC 9(2) VALUE 0.
       01  WS-FEED-BATCH-COUNT  PIC 9(2) VALUE 0.
       01  WS-BATCH-IDX         PIC 9(2).
       01  WS-BATCH-IDX2        PIC 9(2).
       01  WS-BATCH-TABLE-AREA.
           05  WS-BATCH-ENTRY OCCURS 99 TIMES.
               10  WS-BAT-SOURCE-SYSTEM PIC X(8).
               10  WS-BAT-CREATE-DATE   PIC 9(8).
               10  WS-BAT-KIND          PIC X(1).
               10  WS-BAT-DECL-COUNT    PIC 9(9).
               10  WS-BAT-DECL-HASH     PIC 9(12).
               10  WS-BAT-HELD-COUNT    PIC 9(9).
               10  WS-BAT-HELD-HASH     PIC 9(12).
               10  WS-BAT-STATUS-FLAG   PIC X(1).
                   88  WS-BAT-GOOD          VALUE "G".
                   88  WS-BAT-BAD           VALUE "B".
               10  WS-BAT-NAK-REASON    PIC X(20).
               10  WS-BAT-DONE-FLAG     PIC X(1).
                   88  WS-BAT-WRITTEN       VALUE "Y".
                   88  WS-BAT-NOT-WRITTEN   VALUE "N".

       01  WS-SEG-MAX           PIC 9(2) VALUE 99.
       01  WS-SEG-COUNT         PIC 9(2) VALUE 0.
       01  WS-SEG-IDX           PIC 9(2).
       01  WS-SEG-TABLE-AREA.
           05  WS-SEG-ENTRY OCCURS 99 TIMES.
               10  WS-SEG-UNIT          PIC 9(2).
               10  WS-SEG-FILE-NAME     PIC X(24).
               10  WS-SEG-SOURCE        PIC X(8).
               10  WS-SEG-START-POS     PIC 9(9).
               10  WS-SEG-AUDIT-POS     PIC 9(9).
               10  WS-SEG-BATCH         PIC 9(2).

       01  WS-SEG-DONE-FLAG     PIC X(1).
           88  WS-SEG-DONE              VALUE "Y".
           88  WS-SEG-NOT-DONE          VALUE "N".
       01  WS-SEG-ALIGN-FLAG    PIC X(1).
           88  WS-SEG-ALIGNED           VALUE "Y".
           88  WS-SEG-MISALIGNED        VALUE "N".
       01  WS-ALIGN-MESSAGE     PIC X(40).
       01  WS-SKIP-IDX          PIC 9(9).
       01  WS-AUDIT-SKIP        PIC 9(9).
       01  WS-REJECT-SKIP       PIC 9(9).

       01  WS-ACK-SOURCE        PIC X(8).
       01  WS-BAT-PROC-COUNT    PIC 9(9).
       01  WS-BAT-PROC-HASH     PIC 9(12).
       01  WS-BAT-ACCEPT-COUNT  PIC 9(9).
       01  WS-BAT-REJECT-COUNT  PIC 9(9).
       01  WS-BAT-CARRY-COUNT   PIC 9(9).

       01  WS-COUNTERS.
           05  WS-ACK-FILE-COUNT PIC 9(9) VALUE 0.
           05  WS-ACK-BATCH-COUNT PIC 9(9) VALUE 0.
           05  WS-NAK-COUNT     PIC 9(9) VALUE 0.
           05  WS-DETAIL-COUNT  PIC 9(9) VALUE 0.
           05  WS-ACCEPT-COUNT  PIC 9(9) VALUE 0.
           05  WS-REJECT-COUNT  PIC 9(9) VALUE 0.
           05  WS-ERROR-COUNT   PIC 9(9) VALUE 0.

       01  WS-HASH-WORK.
           05  WS-HASH-ALPHA    PIC X(8).
           05  WS-HASH-NUM REDEFINES WS-HASH-ALPHA PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 8000-WRITE-RUNLOG-START.
           PERFORM 0100-GET-STREAM-COUNT.
           PERFORM 0200-BUILD-UNITS.
           PERFORM 1000-SCAN-FEED-BATCHES.
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
                   UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
              PERFORM 1100-SCAN-ONE-UNIT
           END-PERFORM.
           PERFORM 2000-WRITE-ACK-FILES.
           DISPLAY "Ack files written: " WS-ACK-FILE-COUNT.
           DISPLAY "Batches acked:     " WS-ACK-BATCH-COUNT.
           DISPLAY "Batches NAKed:     " WS-NAK-COUNT.
           DISPLAY "Detail lines:      " WS-DETAIL-COUNT.
           IF WS-ERROR-COUNT > 0 THEN
              DISPLAY "DTACKGEN: " WS-ERROR-COUNT " batch segment(s) "
                      "could not be lined up, acknowledgements "
                      "incomplete"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NAK-COUNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

       0100-GET-STREAM-COUNT.
           ACCEPT WS-STREAMS-INPUT FROM ENVIRONMENT "DTSTREAMS"
               ON EXCEPTION
                  MOVE SPACES TO WS-STREAMS-INPUT
           END-ACCEPT.
           IF WS-STREAMS-INPUT IS NUMERIC
              AND WS-STREAMS-INPUT NOT = "0" THEN
              MOVE WS-STREAMS-INPUT TO WS-STREAM-COUNT
           END-IF.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING "AUDIT" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ".S01" DELIMITED BY SIZE
                  INTO WS-AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00" THEN
              CLOSE AUDIT-FILE
              SET WS-PARALLEL-RUN TO TRUE
              DISPLAY "DTACKGEN: acknowledging a parallel run of "
                      WS-STREAM-COUNT " stream(s)"
           END-IF.

      * One unit per DTVALID instance: the carryover and transaction
      * files it read and the audit and reject files it wrote.
       0200-BUILD-UNITS.
           IF WS-SERIAL-RUN THEN
              MOVE 1 TO WS-UNIT-COUNT
              MOVE "TRANSCARRY.PRV" TO WS-UN-CARRY-NAME(1)
              MOVE "TRANSIN" TO WS-UN-TRANSIN-NAME(1)
              MOVE SPACES TO WS-UN-AUDIT-NAME(1)
              STRING "AUDIT" DELIMITED BY SIZE
                     WS-CURRENT-DATE DELIMITED BY SIZE
                     INTO WS-UN-AUDIT-NAME(1)
              MOVE "TRANSREJ" TO WS-UN-REJECT-NAME(1)
           ELSE
              MOVE WS-STREAM-COUNT TO WS-UNIT-COUNT
              PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
                      UNTIL WS-STREAM-NO > WS-STREAM-COUNT
                 PERFORM 0210-BUILD-ONE-STREAM-UNIT
              END-PERFORM
           END-IF.

       0210-BUILD-ONE-STREAM-UNIT.
           MOVE WS-STREAM-NO TO WS-STREAM-NO-X.
           MOVE SPACES TO WS-UN-CARRY-NAME(WS-STREAM-NO).
           STRING "TRANSCARRY.S" DELIMITED BY SIZE
                  WS-STREAM-NO-X DELIMITED BY SIZE
                  ".PRV" DELIMITED BY SIZE
                  INTO WS-UN-CARRY-NAME(WS-STREAM-NO).
           MOVE SPACES TO WS-UN-TRANSIN-NAME(WS-STREAM-NO).
           STRING "TRANSIN.S" DELIMITED BY SIZE
                  WS-STREAM-NO-X DELIMITED BY SIZE
                  INTO WS-UN-TRANSIN-NAME(WS-STREAM-NO).
           MOVE SPACES TO WS-UN-AUDIT-NAME(WS-STREAM-NO).
           STRING "AUDIT" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ".S" DELIMITED BY SIZE
                  WS-STREAM-NO-X DELIMITED BY SIZE
                  INTO WS-UN-AUDIT-NAME(WS-STREAM-NO).
           MOVE SPACES TO WS-UN-REJECT-NAME(WS-STREAM-NO).
           STRING "TRANSREJ.S" DELIMITED BY SIZE
                  WS-STREAM-NO-X DELIMITED BY SIZE
                  INTO WS-UN-REJECT-NAME(WS-STREAM-NO).

      * The feed batches come first in the batch table, so the n-th
      * batch of TRANSIN (or of a stream file cut from it) is
      * always entry n.
       1000-SCAN-FEED-BATCHES.
           SET WS-SCAN-FEED TO TRUE.
           MOVE 0 TO WS-UNIT-IDX.
           MOVE "TRANSIN" TO WS-INPUT-NAME.
           PERFORM 1500-SCAN-INPUT-FILE.
           IF WS-SCAN-FILE-MISSING THEN
              DISPLAY "DTACKGEN: unable to open TRANSIN, status "
                      WS-INPUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE WS-BATCH-COUNT TO WS-FEED-BATCH-COUNT.

       1100-SCAN-ONE-UNIT.
           SET WS-UN-USABLE(WS-UNIT-IDX) TO TRUE.
           MOVE 0 TO WS-UN-AUDIT-BASE(WS-UNIT-IDX).
           MOVE 0 TO WS-UNIT-DETAILS.
           SET WS-SCAN-CARRY TO TRUE.
           MOVE WS-UN-CARRY-NAME(WS-UNIT-IDX) TO WS-INPUT-NAME.
           PERFORM 1500-SCAN-INPUT-FILE.
           SET WS-SCAN-STREAM TO TRUE.
           MOVE WS-UN-TRANSIN-NAME(WS-UNIT-IDX) TO WS-INPUT-NAME.
           PERFORM 1500-SCAN-INPUT-FILE.
           IF WS-SCAN-FILE-MISSING THEN
              DISPLAY "DTACKGEN: unable to open " WS-INPUT-NAME
                      ", status " WS-INPUT-STATUS
              PERFORM 1190-MARK-UNIT-UNUSABLE
           ELSE
              PERFORM 1150-COUNT-AUDIT-LINES
           END-IF.

      * DTVALID appends to the day's audit file, so this run's lines
      * are the last WS-UNIT-DETAILS of it.
       1150-COUNT-AUDIT-LINES.
           MOVE 0 TO WS-UNIT-AUDIT-LINES.
           MOVE WS-UN-AUDIT-NAME(WS-UNIT-IDX) TO WS-AUDIT-FILE-NAME.
           SET WS-NOT-AUDIT-EOF TO TRUE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" THEN
              DISPLAY "DTACKGEN: unable to open " WS-AUDIT-FILE-NAME
                      ", status " WS-AUDIT-STATUS
              PERFORM 1190-MARK-UNIT-UNUSABLE
           ELSE
              PERFORM UNTIL WS-AUDIT-EOF
                 READ AUDIT-FILE
                    AT END
                       SET WS-AUDIT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-UNIT-AUDIT-LINES
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
              IF WS-UNIT-AUDIT-LINES < WS-UNIT-DETAILS THEN
                 DISPLAY "DTACKGEN: " WS-AUDIT-FILE-NAME " holds "
                         WS-UNIT-AUDIT-LINES " lines for "
                         WS-UNIT-DETAILS " details, run incomplete"
                 PERFORM 1190-MARK-UNIT-UNUSABLE
              ELSE
                 COMPUTE WS-UN-AUDIT-BASE(WS-UNIT-IDX)
                    = WS-UNIT-AUDIT-LINES - WS-UNIT-DETAILS
              END-IF
           END-IF.

       1190-MARK-UNIT-UNUSABLE.
           IF WS-UN-USABLE(WS-UNIT-IDX) THEN
              SET WS-UN-UNUSABLE(WS-UNIT-IDX) TO TRUE
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

      * Batch boundaries follow DTVALID's preverify exactly: a header,
      * or a detail or trailer with no batch open, starts a batch; a
      * trailer ends it.
       1500-SCAN-INPUT-FILE.
           MOVE 0 TO WS-REC-POS.
           MOVE 0 TO WS-GROUP-ORDINAL.
           SET WS-GROUP-NOT-OPEN TO TRUE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           SET WS-SCAN-FILE-FOUND TO TRUE.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00" THEN
              SET WS-SCAN-FILE-MISSING TO TRUE
           ELSE
              PERFORM UNTIL WS-END-OF-FILE
                 READ INPUT-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 1510-SCAN-ONE-RECORD
                 END-READ
              END-PERFORM
              CLOSE INPUT-FILE
              IF WS-GROUP-OPEN THEN
                 MOVE "TRAILER MISSING" TO WS-FAIL-REASON
                 PERFORM 1540-CLOSE-GROUP
              END-IF
           END-IF.

       1510-SCAN-ONE-RECORD.
           ADD 1 TO WS-REC-POS.
           EVALUATE TRUE
              WHEN DT-HEADER-REC
                 IF WS-GROUP-OPEN THEN
                    MOVE "TRAILER MISSING" TO WS-FAIL-REASON
                    PERFORM 1540-CLOSE-GROUP
                 END-IF
                 MOVE DT-SOURCE-SYSTEM TO WS-GROUP-SOURCE
                 MOVE DT-CREATE-DATE TO WS-GROUP-CREATE-DATE
                 PERFORM 1520-OPEN-GROUP
              WHEN DT-TRAILER-REC
                 IF WS-GROUP-NOT-OPEN THEN
                    MOVE SPACES TO WS-GROUP-SOURCE
                    MOVE 0 TO WS-GROUP-CREATE-DATE
                    PERFORM 1520-OPEN-GROUP
                 END-IF
                 PERFORM 1530-VERIFY-GROUP
              WHEN OTHER
                 IF WS-GROUP-NOT-OPEN THEN
                    MOVE SPACES TO WS-GROUP-SOURCE
                    MOVE 0 TO WS-GROUP-CREATE-DATE
                    PERFORM 1520-OPEN-GROUP
                 END-IF
                 ADD 1 TO WS-GROUP-COUNT
                 ADD 1 TO WS-UNIT-DETAILS
                 MOVE DT-DATE TO WS-HASH-ALPHA
                 INSPECT WS-HASH-ALPHA REPLACING ALL " " BY "0"
                 IF WS-HASH-ALPHA IS NUMERIC THEN
                    ADD WS-HASH-NUM TO WS-GROUP-HASH
                 END-IF
           END-EVALUATE.

       1520-OPEN-GROUP.
           ADD 1 TO WS-GROUP-ORDINAL.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-GROUP-HASH.
           SET WS-GROUP-OPEN TO TRUE.
           EVALUATE TRUE
              WHEN WS-SCAN-FEED
                 PERFORM 1560-ADD-BATCH-ENTRY
              WHEN WS-SCAN-CARRY
                 PERFORM 1560-ADD-BATCH-ENTRY
                 PERFORM 1570-ADD-SEGMENT-ENTRY
              WHEN OTHER
                 IF WS-GROUP-ORDINAL <= WS-FEED-BATCH-COUNT THEN
                    MOVE WS-GROUP-ORDINAL TO WS-CUR-BATCH
                 ELSE
                    MOVE 0 TO WS-CUR-BATCH
                    DISPLAY "DTACKGEN: " WS-INPUT-NAME " batch "
                            WS-GROUP-ORDINAL " has no TRANSIN "
                            "batch to acknowledge against"
                 END-IF
                 PERFORM 1570-ADD-SEGMENT-ENTRY
           END-EVALUATE.

       1530-VERIFY-GROUP.
           MOVE SPACES TO WS-FAIL-REASON.
           IF WS-CUR-BATCH > 0 AND NOT WS-SCAN-STREAM THEN
              MOVE DT-RECORD-COUNT TO WS-BAT-DECL-COUNT(WS-CUR-BATCH)
              MOVE DT-HASH-TOTAL TO WS-BAT-DECL-HASH(WS-CUR-BATCH)
           END-IF.
           IF DT-RECORD-COUNT NOT = WS-GROUP-COUNT THEN
              MOVE "COUNT MISMATCH" TO WS-FAIL-REASON
           ELSE
              IF DT-HASH-TOTAL NOT = WS-GROUP-HASH THEN
                 MOVE "HASH MISMATCH" TO WS-FAIL-REASON
              END-IF
           END-IF.
           PERFORM 1540-CLOSE-GROUP.

      * Quarantine is judged on the files DTVALID actually verified
      * (the stream files in a parallel run), never on the feed scan.
       1540-CLOSE-GROUP.
           IF WS-CUR-BATCH > 0 THEN
              IF NOT WS-SCAN-STREAM THEN
                 MOVE WS-GROUP-COUNT
                    TO WS-BAT-HELD-COUNT(WS-CUR-BATCH)
                 MOVE WS-GROUP-HASH
                    TO WS-BAT-HELD-HASH(WS-CUR-BATCH)
              END-IF
              IF WS-FAIL-REASON NOT = SPACES
                 AND NOT WS-SCAN-FEED
                 AND WS-BAT-GOOD(WS-CUR-BATCH) THEN
                 SET WS-BAT-BAD(WS-CUR-BATCH) TO TRUE
                 MOVE WS-FAIL-REASON
                    TO WS-BAT-NAK-REASON(WS-CUR-BATCH)
              END-IF
           END-IF.
           SET WS-GROUP-NOT-OPEN TO TRUE.

       1560-ADD-BATCH-ENTRY.
           IF WS-BATCH-COUNT >= WS-BATCH-MAX THEN
              DISPLAY "DTACKGEN: more than " WS-BATCH-MAX
                      " batches to acknowledge, run stopped"
              MOVE 12 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE WS-BATCH-COUNT TO WS-CUR-BATCH.
           MOVE WS-GROUP-SOURCE TO WS-BAT-SOURCE-SYSTEM(WS-CUR-BATCH).
           MOVE WS-GROUP-CREATE-DATE
              TO WS-BAT-CREATE-DATE(WS-CUR-BATCH).
           IF WS-SCAN-FEED THEN
              MOVE "F" TO WS-BAT-KIND(WS-CUR-BATCH)
           ELSE
              MOVE "C" TO WS-BAT-KIND(WS-CUR-BATCH)
           END-IF.
           MOVE 0 TO WS-BAT-DECL-COUNT(WS-CUR-BATCH).
           MOVE 0 TO WS-BAT-DECL-HASH(WS-CUR-BATCH).
           MOVE 0 TO WS-BAT-HELD-COUNT(WS-CUR-BATCH).
           MOVE 0 TO WS-BAT-HELD-HASH(WS-CUR-BATCH).
           SET WS-BAT-GOOD(WS-CUR-BATCH) TO TRUE.
           MOVE SPACES TO WS-BAT-NAK-REASON(WS-CUR-BATCH).
           SET WS-BAT-NOT-WRITTEN(WS-CUR-BATCH) TO TRUE.

       1570-ADD-SEGMENT-ENTRY.
           IF WS-SEG-COUNT >= WS-SEG-MAX THEN
              DISPLAY "DTACKGEN: more than " WS-SEG-MAX
                      " batch segments to acknowledge, run stopped"
              MOVE 12 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-SEG-COUNT.
           MOVE WS-UNIT-IDX TO WS-SEG-UNIT(WS-SEG-COUNT).
           MOVE WS-INPUT-NAME TO WS-SEG-FILE-NAME(WS-SEG-COUNT).
           MOVE WS-GROUP-SOURCE TO WS-SEG-SOURCE(WS-SEG-COUNT).
           COMPUTE WS-SEG-START-POS(WS-SEG-COUNT) = WS-REC-POS - 1.
           MOVE WS-UNIT-DETAILS TO WS-SEG-AUDIT-POS(WS-SEG-COUNT).
           MOVE WS-CUR-BATCH TO WS-SEG-BATCH(WS-SEG-COUNT).

      * Each source's batches are written together, in the order
      * they were read, so one pass over the batch table per source
      * fills its ACK file.
       2000-WRITE-ACK-FILES.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              IF WS-BAT-NOT-WRITTEN(WS-BATCH-IDX) THEN
                 PERFORM 2100-WRITE-ONE-SOURCE
              END-IF
           END-PERFORM.

       2100-WRITE-ONE-SOURCE.
           MOVE WS-BAT-SOURCE-SYSTEM(WS-BATCH-IDX) TO WS-ACK-SOURCE.
           MOVE SPACES TO WS-ACK-FILE-NAME.
           IF WS-ACK-SOURCE = SPACES THEN
              MOVE "ACK.UNKNOWN" TO WS-ACK-FILE-NAME
           ELSE
              STRING "ACK." DELIMITED BY SIZE
                     WS-ACK-SOURCE DELIMITED BY SPACE
                     INTO WS-ACK-FILE-NAME
           END-IF.
           OPEN OUTPUT ACK-FILE.
           IF WS-ACK-STATUS NOT = "00" THEN
              DISPLAY "DTACKGEN: unable to open " WS-ACK-FILE-NAME
                      ", status " WS-ACK-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-ACK-FILE-COUNT.
           PERFORM VARYING WS-BATCH-IDX2 FROM WS-BATCH-IDX BY 1
                   UNTIL WS-BATCH-IDX2 > WS-BATCH-COUNT
              IF WS-BAT-NOT-WRITTEN(WS-BATCH-IDX2)
                 AND WS-BAT-SOURCE-SYSTEM(WS-BATCH-IDX2)
                     = WS-ACK-SOURCE THEN
                 PERFORM 2200-WRITE-ONE-BATCH
                 SET WS-BAT-WRITTEN(WS-BATCH-IDX2) TO TRUE
              END-IF
           END-PERFORM.
           CLOSE ACK-FILE.

       2200-WRITE-ONE-BATCH.
           IF WS-BAT-BAD(WS-BATCH-IDX2) THEN
              PERFORM 2300-WRITE-NAK
           ELSE
              PERFORM 2400-WRITE-ACK-HEADER
              MOVE 0 TO WS-BAT-PROC-COUNT
              MOVE 0 TO WS-BAT-PROC-HASH
              MOVE 0 TO WS-BAT-ACCEPT-COUNT
              MOVE 0 TO WS-BAT-REJECT-COUNT
              MOVE 0 TO WS-BAT-CARRY-COUNT
              PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                      UNTIL WS-SEG-IDX > WS-SEG-COUNT
                 IF WS-SEG-BATCH(WS-SEG-IDX) = WS-BATCH-IDX2 THEN
                    PERFORM 3000-ACK-ONE-SEGMENT
                 END-IF
              END-PERFORM
              PERFORM 2500-WRITE-ACK-TRAILER
           END-IF.

       2300-WRITE-NAK.
           MOVE SPACES TO ACK-REC.
           SET AK-NAK-REC TO TRUE.
           MOVE WS-BAT-SOURCE-SYSTEM(WS-BATCH-IDX2)
              TO AK-NAK-SOURCE-SYSTEM.
           MOVE WS-BAT-CREATE-DATE(WS-BATCH-IDX2)
              TO AK-NAK-CREATE-DATE.
           MOVE WS-BAT-DECL-COUNT(WS-BATCH-IDX2)
              TO AK-NAK-DECLARED-COUNT.
           MOVE WS-BAT-DECL-HASH(WS-BATCH-IDX2)
              TO AK-NAK-DECLARED-HASH.
           MOVE WS-BAT-HELD-COUNT(WS-BATCH-IDX2)
              TO AK-NAK-FOUND-COUNT.
           MOVE WS-BAT-HELD-HASH(WS-BATCH-IDX2)
              TO AK-NAK-FOUND-HASH.
           MOVE WS-BAT-NAK-REASON(WS-BATCH-IDX2) TO AK-NAK-REASON.
           PERFORM 2900-WRITE-ACK-RECORD.
           ADD 1 TO WS-NAK-COUNT.

       2400-WRITE-ACK-HEADER.
           MOVE SPACES TO ACK-REC.
           SET AK-HEADER-REC TO TRUE.
           MOVE WS-BAT-SOURCE-SYSTEM(WS-BATCH-IDX2)
              TO AK-SOURCE-SYSTEM.
           MOVE WS-BAT-CREATE-DATE(WS-BATCH-IDX2) TO AK-CREATE-DATE.
           MOVE WS-CURRENT-DATE TO AK-ACK-DATE.
           MOVE WS-BAT-KIND(WS-BATCH-IDX2) TO AK-BATCH-KIND.
           PERFORM 2900-WRITE-ACK-RECORD.

       2500-WRITE-ACK-TRAILER.
           MOVE SPACES TO ACK-REC.
           SET AK-TRAILER-REC TO TRUE.
           MOVE WS-BAT-DECL-COUNT(WS-BATCH-IDX2) TO AK-DECLARED-COUNT.
           MOVE WS-BAT-DECL-HASH(WS-BATCH-IDX2) TO AK-DECLARED-HASH.
           MOVE WS-BAT-PROC-COUNT TO AK-PROCESSED-COUNT.
           MOVE WS-BAT-PROC-HASH TO AK-PROCESSED-HASH.
           MOVE WS-BAT-ACCEPT-COUNT TO AK-ACCEPT-COUNT.
           MOVE WS-BAT-REJECT-COUNT TO AK-REJECT-COUNT.
           MOVE WS-BAT-CARRY-COUNT TO AK-CARRY-COUNT.
           IF WS-BAT-PROC-COUNT = WS-BAT-DECL-COUNT(WS-BATCH-IDX2)
              AND WS-BAT-PROC-HASH = WS-BAT-DECL-HASH(WS-BATCH-IDX2)
              THEN
              MOVE "Y" TO AK-BALANCED-FLAG
           ELSE
              MOVE "N" TO AK-BALANCED-FLAG
           END-IF.
           PERFORM 2900-WRITE-ACK-RECORD.
           ADD 1 TO WS-ACK-BATCH-COUNT.

       2900-WRITE-ACK-RECORD.
           WRITE ACK-REC.
           IF WS-ACK-STATUS NOT = "00" THEN
              DISPLAY "DTACKGEN: write to " WS-ACK-FILE-NAME
                      " failed, status " WS-ACK-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       3000-ACK-ONE-SEGMENT.
           MOVE WS-SEG-UNIT(WS-SEG-IDX) TO WS-UNIT-IDX.
           IF WS-UN-USABLE(WS-UNIT-IDX) THEN
              PERFORM 3100-POSITION-SEGMENT
              PERFORM 3200-ACK-ONE-DETAIL UNTIL WS-SEG-DONE
              PERFORM 3900-CLOSE-SEGMENT-FILES
           END-IF.

      * Lines the input file, the audit file and the reject file up
      * on the segment's first detail.  Rejects to step over are the
      * FAIL lines of this run that precede the segment.
       3100-POSITION-SEGMENT.
           SET WS-SEG-NOT-DONE TO TRUE.
           SET WS-SEG-ALIGNED TO TRUE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           SET WS-NOT-AUDIT-EOF TO TRUE.
           MOVE WS-SEG-FILE-NAME(WS-SEG-IDX) TO WS-INPUT-NAME.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00" THEN
              MOVE "input file could not be reopened"
                 TO WS-ALIGN-MESSAGE
              PERFORM 3800-REPORT-MISALIGNMENT
           ELSE
              SET WS-INPUT-OPEN TO TRUE
              PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                      UNTIL WS-SKIP-IDX > WS-SEG-START-POS(WS-SEG-IDX)
                         OR WS-END-OF-FILE
                 READ INPUT-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           IF WS-SEG-ALIGNED THEN
              MOVE WS-UN-AUDIT-NAME(WS-UNIT-IDX) TO WS-AUDIT-FILE-NAME
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS NOT = "00" THEN
                 MOVE "audit file could not be reopened"
                    TO WS-ALIGN-MESSAGE
                 PERFORM 3800-REPORT-MISALIGNMENT
              ELSE
                 SET WS-AUDIT-OPEN TO TRUE
                 PERFORM 3110-SKIP-AUDIT-LINES
              END-IF
           END-IF.
           IF WS-SEG-ALIGNED THEN
              MOVE WS-UN-REJECT-NAME(WS-UNIT-IDX)
                 TO WS-REJECT-FILE-NAME
              OPEN INPUT REJECT-FILE
              IF WS-REJECT-STATUS = "00" THEN
                 SET WS-REJECT-OPEN TO TRUE
                 PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                         UNTIL WS-SKIP-IDX > WS-REJECT-SKIP
                            OR WS-REJECT-STATUS NOT = "00"
                    READ REJECT-FILE
                       AT END
                          MOVE "10" TO WS-REJECT-STATUS
                    END-READ
                 END-PERFORM
              END-IF
           END-IF.
           IF WS-SEG-ALIGNED THEN
              PERFORM 3150-READ-SEGMENT-INPUT
              IF NOT WS-END-OF-FILE AND DT-HEADER-REC THEN
                 PERFORM 3150-READ-SEGMENT-INPUT
              END-IF
           END-IF.

       3110-SKIP-AUDIT-LINES.
           MOVE 0 TO WS-REJECT-SKIP.
           COMPUTE WS-AUDIT-SKIP = WS-UN-AUDIT-BASE(WS-UNIT-IDX)
                                 + WS-SEG-AUDIT-POS(WS-SEG-IDX).
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-AUDIT-SKIP
                      OR WS-AUDIT-EOF
              READ AUDIT-FILE
                 AT END
                    SET WS-AUDIT-EOF TO TRUE
                 NOT AT END
                    IF WS-SKIP-IDX > WS-UN-AUDIT-BASE(WS-UNIT-IDX)
                       AND AU-STATUS NOT = "PASS"
                       AND AU-STATUS NOT = "CARY" THEN
                       ADD 1 TO WS-REJECT-SKIP
                    END-IF
              END-READ
           END-PERFORM.

       3150-READ-SEGMENT-INPUT.
           READ INPUT-FILE
              AT END
                 SET WS-END-OF-FILE TO TRUE
           END-READ.

       3200-ACK-ONE-DETAIL.
           IF WS-END-OF-FILE OR DT-HEADER-REC OR DT-TRAILER-REC THEN
              SET WS-SEG-DONE TO TRUE
           ELSE
              READ AUDIT-FILE
                 AT END
                    SET WS-AUDIT-EOF TO TRUE
              END-READ
              IF WS-AUDIT-EOF THEN
                 MOVE "audit file ends before the batch does"
                    TO WS-ALIGN-MESSAGE
                 PERFORM 3800-REPORT-MISALIGNMENT
              ELSE
                 IF AU-SOURCE-SYSTEM NOT = WS-SEG-SOURCE(WS-SEG-IDX)
                    THEN
                    MOVE "audit line is for another source"
                       TO WS-ALIGN-MESSAGE
                    PERFORM 3800-REPORT-MISALIGNMENT
                 ELSE
                    PERFORM 3300-BUILD-DETAIL-LINE
                 END-IF
              END-IF
              IF WS-SEG-ALIGNED THEN
                 PERFORM 2900-WRITE-ACK-RECORD
                 PERFORM 3400-COUNT-DETAIL-LINE
                 PERFORM 3150-READ-SEGMENT-INPUT
              END-IF
           END-IF.

       3300-BUILD-DETAIL-LINE.
           MOVE SPACES TO ACK-REC.
           SET AK-DETAIL-REC TO TRUE.
           MOVE DT-DATE TO AK-DATE.
           MOVE DT-TIME TO AK-TIME.
           MOVE DT-TZ-OFFSET TO AK-TZ-OFFSET.
           MOVE 0 TO AK-REJECT-ID.
           EVALUATE AU-STATUS
              WHEN "PASS"
                 SET AK-ACCEPTED TO TRUE
              WHEN "CARY"
                 SET AK-CARRIED TO TRUE
                 MOVE AU-REASON-CODE TO AK-REASON-CODE
              WHEN OTHER
                 SET AK-REJECTED TO TRUE
                 MOVE AU-REASON-CODE TO AK-REASON-CODE
                 PERFORM 3310-READ-MATCHING-REJECT
           END-EVALUATE.

       3310-READ-MATCHING-REJECT.
           IF WS-REJECT-NOT-OPEN THEN
              MOVE "reject file missing" TO WS-ALIGN-MESSAGE
              PERFORM 3800-REPORT-MISALIGNMENT
           ELSE
              READ REJECT-FILE
                 AT END
                    MOVE "10" TO WS-REJECT-STATUS
              END-READ
              IF WS-REJECT-STATUS NOT = "00" THEN
                 MOVE "reject file ends before the batch does"
                    TO WS-ALIGN-MESSAGE
                 PERFORM 3800-REPORT-MISALIGNMENT
              ELSE
                 IF RJ-SOURCE-SYSTEM NOT = WS-SEG-SOURCE(WS-SEG-IDX)
                    OR RJ-REASON-CODE NOT = AU-REASON-CODE THEN
                    MOVE "reject does not match its audit line"
                       TO WS-ALIGN-MESSAGE
                    PERFORM 3800-REPORT-MISALIGNMENT
                 ELSE
                    MOVE RJ-REASON-CODE TO AK-REASON-CODE
                    MOVE RJ-REJECT-ID TO AK-REJECT-ID
                 END-IF
              END-IF
           END-IF.

       3400-COUNT-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-BAT-PROC-COUNT.
           MOVE DT-DATE TO WS-HASH-ALPHA.
           INSPECT WS-HASH-ALPHA REPLACING ALL " " BY "0".
           IF WS-HASH-ALPHA IS NUMERIC THEN
              ADD WS-HASH-NUM TO WS-BAT-PROC-HASH
           END-IF.
           EVALUATE TRUE
              WHEN AK-ACCEPTED
                 ADD 1 TO WS-BAT-ACCEPT-COUNT
                 ADD 1 TO WS-ACCEPT-COUNT
              WHEN AK-CARRIED
                 ADD 1 TO WS-BAT-CARRY-COUNT
              WHEN OTHER
                 ADD 1 TO WS-BAT-REJECT-COUNT
                 ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       3800-REPORT-MISALIGNMENT.
           DISPLAY "DTACKGEN: " WS-SEG-FILE-NAME(WS-SEG-IDX) " batch "
                   "for " WS-SEG-SOURCE(WS-SEG-IDX) ": "
                   WS-ALIGN-MESSAGE.
           SET WS-SEG-MISALIGNED TO TRUE.
           SET WS-SEG-DONE TO TRUE.
           ADD 1 TO WS-ERROR-COUNT.

       3900-CLOSE-SEGMENT-FILES.
           IF WS-INPUT-OPEN THEN
              CLOSE INPUT-FILE
              SET WS-INPUT-NOT-OPEN TO TRUE
           END-IF.
           IF WS-AUDIT-OPEN THEN
              CLOSE AUDIT-FILE
              SET WS-AUDIT-NOT-OPEN TO TRUE
           END-IF.
           IF WS-REJECT-OPEN THEN
              CLOSE REJECT-FILE
              SET WS-REJECT-NOT-OPEN TO TRUE
           END-IF.

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
           MOVE WS-DETAIL-COUNT TO RC-READ-COUNT.
           MOVE WS-ACCEPT-COUNT TO RC-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO RC-REJECT-COUNT.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTACKGEN" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTACKGEN: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTACKGEN: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
