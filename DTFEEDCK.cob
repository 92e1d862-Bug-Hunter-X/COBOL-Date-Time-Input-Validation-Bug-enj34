      ******************************************************************
      * DTFEEDCK - Nightly batch-arrival check, run against TRANSIN
      * once DTINTAKE has built it and before DTSPLIT and DTVALID
      * process it.  The FEEDSCHD master (see DTFSCHRC) says which
      * source systems are expected on which days; the processing
      * date comes from the DATECARD and whether it is a business
      * day from DTDATECALC.  The FEEDRPT report lists every batch
      * header in TRANSIN and every source expected today, noting
      *   - an expected source whose H record never arrived,
      *   - a batch from a source not scheduled for today (or with
      *     no header at all),
      *   - a header repeating a source and DT-CREATE-DATE already
      *     processed on an earlier night or earlier in this file,
      *     meaning the whole file was resent,
      *   - a detail count more than the source's tolerance away
      *     from its trailing average.
      * Each night's headers are kept in the FEEDHIST file (see
      * DTFHSTRC) for the resend and volume checks; a rerun for the
      * same processing date replaces that night's entries rather
      * than adding to them.  Batches DTREPAIR, DTAUTORP and DTESCQUE
      * write for resubmission are listed but never checked.  Ends
      * with condition code 8 when a required feed is missing, so
      * the scheduler holds the downstream jobs, 4 for any other
      * exception, and 16 when a file fails.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTFEEDCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "FEEDSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-TEMP-FILE
               ASSIGN DYNAMIC WS-HISTORY-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-TEMP-STATUS.

           SELECT DATECARD-FILE ASSIGN TO "DATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "DTRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       COPY DTFSCHRC.

       FD  TRANS-FILE.
       COPY DTTRANRC.

       FD  HISTORY-FILE.
       COPY DTFHSTRC.

       FD  HISTORY-TEMP-FILE.
       01  HISTORY-TEMP-REC     PIC X(33).

       FD  DATECARD-FILE.
       COPY DTDCARDC.

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-SCHEDULE-STATUS   PIC X(2).
       01  WS-TRANS-STATUS      PIC X(2).
       01  WS-HISTORY-STATUS    PIC X(2).
       01  WS-HISTORY-TEMP-STATUS PIC X(2).
       01  WS-DATECARD-STATUS   PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).

       01  WS-HISTORY-FILE-NAME PIC X(20) VALUE "FEEDHIST".
       01  WS-HISTORY-TEMP-NAME PIC X(20) VALUE "FEEDHIST.TMP".

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-PROCESS-DATE      PIC 9(8).
       01  WS-PROCESS-DOW       PIC 9(1).

       01  WS-HIST-RETAIN-DAYS  PIC S9(4) VALUE 250.
       01  WS-HIST-CUTOFF-DATE  PIC 9(8).
       01  WS-DEFAULT-HISTORY   PIC 9(2) VALUE 10.
       01  WS-MIN-HISTORY       PIC 9(2) VALUE 3.

       COPY DTDCALRC.

       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT  PIC 9(9) VALUE 0.
           05  WS-CLEAN-COUNT   PIC 9(9) VALUE 0.
           05  WS-EXCEPTION-COUNT PIC 9(9) VALUE 0.
           05  WS-MISSING-REQ-COUNT PIC 9(9) VALUE 0.
           05  WS-MISSING-OPT-COUNT PIC 9(9) VALUE 0.
           05  WS-UNSCHED-COUNT PIC 9(9) VALUE 0.
           05  WS-RESENT-COUNT  PIC 9(9) VALUE 0.
           05  WS-VOLUME-COUNT  PIC 9(9) VALUE 0.
           05  WS-EXPECTED-COUNT PIC 9(9) VALUE 0.
           05  WS-HIST-KEPT-COUNT PIC 9(9) VALUE 0.

       01  WS-SCHED-MAX         PIC 9(3) VALUE 100.
       01  WS-SCHED-COUNT       PIC 9(3) VALUE 0.
       01  WS-SCHED-IDX         PIC 9(3).
       01  WS-SCHED-FOUND-FLAG  PIC X(1).
           88  WS-SCHED-FOUND           VALUE "Y".
           88  WS-SCHED-NOT-FOUND       VALUE "N".
       01  WS-SCHED-TABLE-AREA.
           05  WS-SCHED-ENTRY OCCURS 100 TIMES.
               10  WS-SC-SOURCE     PIC X(8).
               10  WS-SC-DAY-MASK   PIC X(7).
               10  WS-SC-BUS-ONLY   PIC X(1).
               10  WS-SC-CALENDAR   PIC X(8).
               10  WS-SC-REQUIRED   PIC X(1).
               10  WS-SC-TOLERANCE  PIC 9(3).
               10  WS-SC-HISTORY    PIC 9(2).
               10  WS-SC-DESC       PIC X(30).
               10  WS-SC-EXPECTED   PIC X(1).
               10  WS-SC-RECEIVED   PIC 9(4).

       01  WS-BATCH-MAX         PIC 9(2) VALUE 99.
       01  WS-BATCH-COUNT       PIC 9(2) VALUE 0.
       01  WS-BATCH-IDX         PIC 9(2).
       01  WS-PRIOR-IDX         PIC 9(2).
       01  WS-BATCH-OPEN-FLAG   PIC X(1) VALUE "N".
           88  WS-BATCH-OPEN            VALUE "Y".
           88  WS-BATCH-NOT-OPEN        VALUE "N".
       01  WS-BATCH-TABLE-AREA.
           05  WS-BATCH-ENTRY OCCURS 99 TIMES.
               10  WS-BT-SOURCE     PIC X(8).
               10  WS-BT-CREATE-DATE PIC 9(8).
               10  WS-BT-DETAILS    PIC 9(9).
               10  WS-BT-HEADER-FLAG PIC X(1).
                   88  WS-BT-HAS-HEADER     VALUE "Y".
               10  WS-BT-RESENT-FLAG PIC X(1).
                   88  WS-BT-RESENT         VALUE "Y".

       01  WS-HIST-MAX          PIC 9(5) VALUE 20000.
       01  WS-HIST-COUNT        PIC 9(5) VALUE 0.
       01  WS-HIST-IDX          PIC 9(5).
       01  WS-HIST-TABLE-AREA.
           05  WS-HIST-ENTRY OCCURS 20000 TIMES.
               10  WS-HT-SOURCE     PIC X(8).
               10  WS-HT-CREATE-DATE PIC 9(8).
               10  WS-HT-PROCESS-DATE PIC 9(8).
               10  WS-HT-DETAILS    PIC 9(9).

       01  WS-INTERNAL-SOURCE   PIC X(8).
           88  WS-RESUBMISSION-SOURCE
                                VALUE "DTREPAIR" "DTAUTORP" "DTESCQUE".

       01  WS-BATCH-EXC-COUNT   PIC 9(2).
       01  WS-AVG-WANTED        PIC 9(2).
       01  WS-AVG-USED          PIC 9(2).
       01  WS-AVG-TOTAL         PIC 9(12).
       01  WS-AVERAGE           PIC 9(9).
       01  WS-DEVIATION         PIC 9(9).
       01  WS-DEVIATION-PCT     PIC 9(9).
       01  WS-AVG-EDIT          PIC ZZZZZZZZ9.

       01  WS-BATCH-LINE.
           05  WS-BL-SOURCE     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-BL-CREATE-DATE PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-BL-DETAILS    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-BL-AVERAGE    PIC X(9).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-BL-REMARK     PIC X(40).
           05  FILLER           PIC X(1) VALUE SPACES.

       01  WS-BATCH-HEADING.
           05  FILLER           PIC X(9)  VALUE "SOURCE".
           05  FILLER           PIC X(9)  VALUE "CREATED".
           05  FILLER           PIC X(10) VALUE "  DETAILS".
           05  FILLER           PIC X(11) VALUE "TRAIL AVG".
           05  FILLER           PIC X(41) VALUE "REMARK".

       01  WS-FEED-LINE.
           05  WS-FL-SOURCE     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-FL-REQUIRED   PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-FL-RECEIVED   PIC ZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-FL-STATUS     PIC X(10).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-FL-DESC       PIC X(30).
           05  FILLER           PIC X(15) VALUE SPACES.

       01  WS-FEED-HEADING.
           05  FILLER           PIC X(9)  VALUE "SOURCE".
           05  FILLER           PIC X(9)  VALUE "FEED".
           05  FILLER           PIC X(6)  VALUE "BATCH".
           05  FILLER           PIC X(11) VALUE "STATUS".
           05  FILLER           PIC X(45) VALUE "DESCRIPTION".

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL      PIC X(32).
           05  WS-SL-COUNT      PIC 9(9).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 8000-WRITE-RUNLOG-START.
           PERFORM 0100-READ-DATECARD.
           PERFORM 0200-LOAD-SCHEDULE.
           PERFORM 0300-SET-RETENTION-CUTOFF.
           PERFORM 0400-LOAD-HISTORY.
           PERFORM 1000-SCAN-TRANSIN.
           PERFORM 0500-OPEN-REPORT.
           PERFORM 2000-CHECK-BATCHES.
           PERFORM 3000-CHECK-EXPECTED-FEEDS.
           PERFORM 5000-WRITE-SUMMARY.
           CLOSE REPORT-FILE.
           PERFORM 4000-WRITE-HISTORY.
           DISPLAY "DTFEEDCK: " WS-BATCH-COUNT " batch(es) in TRANSIN, "
                   WS-EXCEPTION-COUNT " exception(s), "
                   WS-MISSING-REQ-COUNT " required feed(s) missing".
           IF WS-MISSING-REQ-COUNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-EXCEPTION-COUNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

       0100-READ-DATECARD.
           MOVE WS-CURRENT-DATE TO WS-PROCESS-DATE.
           OPEN INPUT DATECARD-FILE.
           IF WS-DATECARD-STATUS = "00" THEN
              READ DATECARD-FILE
                  NOT AT END
                      IF DK-PROCESS-DATE IS NUMERIC
                         AND DK-PROCESS-DATE > 0 THEN
                         MOVE DK-PROCESS-DATE TO WS-PROCESS-DATE
                      END-IF
              END-READ
              CLOSE DATECARD-FILE
           END-IF.
           MOVE "DOW " TO DC-FUNCTION-CODE.
           MOVE SPACES TO DC-CALENDAR-ID.
           MOVE WS-PROCESS-DATE TO DC-DATE.
           CALL "DTDATECALC" USING DATECALC-PARMS.
           IF NOT DC-SUCCESS THEN
              DISPLAY "DTFEEDCK: " WS-PROCESS-DATE
                      " is not a valid date"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE DC-DAY-OF-WEEK TO WS-PROCESS-DOW.

       0200-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00" THEN
              DISPLAY "DTFEEDCK: unable to open FEEDSCHD, status "
                      WS-SCHEDULE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-SCHEDULE-STATUS NOT = "00"
              READ SCHEDULE-FILE
                 AT END
                    MOVE "10" TO WS-SCHEDULE-STATUS
                 NOT AT END
                    PERFORM 0210-LOAD-ONE-SCHEDULE
              END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       0210-LOAD-ONE-SCHEDULE.
           IF FS-SOURCE-SYSTEM = SPACES THEN
              CONTINUE
           ELSE
              IF WS-SCHED-COUNT < WS-SCHED-MAX THEN
                 ADD 1 TO WS-SCHED-COUNT
                 MOVE FS-SOURCE-SYSTEM TO WS-SC-SOURCE(WS-SCHED-COUNT)
                 IF FS-DAY-MASK = SPACES THEN
                    MOVE "NYYYYYN" TO WS-SC-DAY-MASK(WS-SCHED-COUNT)
                 ELSE
                    MOVE FS-DAY-MASK TO WS-SC-DAY-MASK(WS-SCHED-COUNT)
                 END-IF
                 MOVE FS-BUSINESS-DAYS-ONLY
                    TO WS-SC-BUS-ONLY(WS-SCHED-COUNT)
                 MOVE FS-HOLIDAY-CALENDAR
                    TO WS-SC-CALENDAR(WS-SCHED-COUNT)
                 MOVE FS-REQUIRED-FLAG
                    TO WS-SC-REQUIRED(WS-SCHED-COUNT)
                 IF FS-VOLUME-TOLERANCE-PCT IS NUMERIC THEN
                    MOVE FS-VOLUME-TOLERANCE-PCT
                       TO WS-SC-TOLERANCE(WS-SCHED-COUNT)
                 ELSE
                    MOVE 0 TO WS-SC-TOLERANCE(WS-SCHED-COUNT)
                 END-IF
                 IF FS-HISTORY-COUNT IS NUMERIC
                    AND FS-HISTORY-COUNT > 0 THEN
                    MOVE FS-HISTORY-COUNT
                       TO WS-SC-HISTORY(WS-SCHED-COUNT)
                 ELSE
                    MOVE WS-DEFAULT-HISTORY
                       TO WS-SC-HISTORY(WS-SCHED-COUNT)
                 END-IF
                 MOVE FS-DESCRIPTION TO WS-SC-DESC(WS-SCHED-COUNT)
                 MOVE 0 TO WS-SC-RECEIVED(WS-SCHED-COUNT)
                 MOVE WS-SCHED-COUNT TO WS-SCHED-IDX
                 PERFORM 0220-SET-EXPECTED-TODAY
              ELSE
                 DISPLAY "DTFEEDCK: more than " WS-SCHED-MAX
                         " FEEDSCHD entries, remainder ignored"
                 MOVE "10" TO WS-SCHEDULE-STATUS
              END-IF
           END-IF.

       0220-SET-EXPECTED-TODAY.
           MOVE "N" TO WS-SC-EXPECTED(WS-SCHED-IDX).
           IF WS-SC-DAY-MASK(WS-SCHED-IDX)(WS-PROCESS-DOW + 1:1)
              = "Y" THEN
              MOVE "Y" TO WS-SC-EXPECTED(WS-SCHED-IDX)
              IF WS-SC-BUS-ONLY(WS-SCHED-IDX) = "Y" THEN
                 MOVE "BUS " TO DC-FUNCTION-CODE
                 MOVE WS-SC-CALENDAR(WS-SCHED-IDX) TO DC-CALENDAR-ID
                 MOVE WS-PROCESS-DATE TO DC-DATE
                 CALL "DTDATECALC" USING DATECALC-PARMS
                 IF DC-SUCCESS AND DC-BUSINESS-DAY-FLAG = "N" THEN
                    MOVE "N" TO WS-SC-EXPECTED(WS-SCHED-IDX)
                 END-IF
              END-IF
           END-IF.
           IF WS-SC-EXPECTED(WS-SCHED-IDX) = "Y" THEN
              ADD 1 TO WS-EXPECTED-COUNT
           END-IF.

      * History is kept for WS-HIST-RETAIN-DAYS business days, long
      * enough to catch a resend of last year's final file.
       0300-SET-RETENTION-CUTOFF.
           MOVE "ADDB" TO DC-FUNCTION-CODE.
           MOVE SPACES TO DC-CALENDAR-ID.
           MOVE WS-PROCESS-DATE TO DC-DATE.
           COMPUTE DC-BUSINESS-DAYS = 0 - WS-HIST-RETAIN-DAYS.
           CALL "DTDATECALC" USING DATECALC-PARMS.
           IF DC-SUCCESS THEN
              MOVE DC-RESULT-DATE TO WS-HIST-CUTOFF-DATE
           ELSE
              MOVE 0 TO WS-HIST-CUTOFF-DATE
           END-IF.

      * Entries for this processing date come from an earlier run of
      * this same night and are left out, so the rerun rebuilds them.
       0400-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00" THEN
              PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                 READ HISTORY-FILE
                    AT END
                       MOVE "10" TO WS-HISTORY-STATUS
                    NOT AT END
                       PERFORM 0410-LOAD-ONE-HISTORY
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       0410-LOAD-ONE-HISTORY.
           IF FH-PROCESS-DATE IS NUMERIC
              AND FH-PROCESS-DATE >= WS-HIST-CUTOFF-DATE
              AND FH-PROCESS-DATE NOT = WS-PROCESS-DATE THEN
              IF WS-HIST-COUNT >= WS-HIST-MAX THEN
                 DISPLAY "DTFEEDCK: more than " WS-HIST-MAX
                         " FEEDHIST entries, history not updated"
                 CLOSE HISTORY-FILE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-HIST-COUNT
              MOVE FH-SOURCE-SYSTEM TO WS-HT-SOURCE(WS-HIST-COUNT)
              MOVE FH-CREATE-DATE TO WS-HT-CREATE-DATE(WS-HIST-COUNT)
              MOVE FH-PROCESS-DATE
                 TO WS-HT-PROCESS-DATE(WS-HIST-COUNT)
              MOVE FH-DETAIL-COUNT TO WS-HT-DETAILS(WS-HIST-COUNT)
           END-IF.

       0500-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "DTFEEDCK: unable to open FEEDRPT, status "
                      WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "DTFEEDCK FEED ARRIVAL REPORT FOR PROCESSING DATE "
                  DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

      * Batches are delimited the way DTVALID pre-verifies them: a
      * header opens one, a trailer closes it, and details with no
      * open batch start a headerless one.
       1000-SCAN-TRANSIN.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00" THEN
              DISPLAY "DTFEEDCK: unable to open TRANSIN, status "
                      WS-TRANS-STATUS ", no batches received"
              SET WS-END-OF-FILE TO TRUE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
              READ TRANS-FILE
                 AT END
                    SET WS-END-OF-FILE TO TRUE
                 NOT AT END
                    PERFORM 1010-SCAN-ONE-RECORD
              END-READ
           END-PERFORM.
           IF WS-TRANS-STATUS NOT = "35" THEN
              CLOSE TRANS-FILE
           END-IF.

       1010-SCAN-ONE-RECORD.
           EVALUATE TRUE
              WHEN DT-HEADER-REC
                 PERFORM 1020-OPEN-NEW-BATCH
                 MOVE DT-SOURCE-SYSTEM TO WS-BT-SOURCE(WS-BATCH-COUNT)
                 IF DT-CREATE-DATE IS NUMERIC THEN
                    MOVE DT-CREATE-DATE
                       TO WS-BT-CREATE-DATE(WS-BATCH-COUNT)
                 END-IF
                 MOVE "Y" TO WS-BT-HEADER-FLAG(WS-BATCH-COUNT)
              WHEN DT-TRAILER-REC
                 SET WS-BATCH-NOT-OPEN TO TRUE
              WHEN OTHER
                 IF WS-BATCH-NOT-OPEN THEN
                    PERFORM 1020-OPEN-NEW-BATCH
                 END-IF
                 ADD 1 TO WS-BT-DETAILS(WS-BATCH-COUNT)
                 ADD 1 TO WS-DETAIL-COUNT
           END-EVALUATE.

       1020-OPEN-NEW-BATCH.
           IF WS-BATCH-COUNT >= WS-BATCH-MAX THEN
              DISPLAY "DTFEEDCK: more than " WS-BATCH-MAX
                      " batches in TRANSIN, run stopped"
              CLOSE TRANS-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE SPACES TO WS-BT-SOURCE(WS-BATCH-COUNT).
           MOVE 0 TO WS-BT-CREATE-DATE(WS-BATCH-COUNT).
           MOVE 0 TO WS-BT-DETAILS(WS-BATCH-COUNT).
           MOVE "N" TO WS-BT-HEADER-FLAG(WS-BATCH-COUNT).
           MOVE "N" TO WS-BT-RESENT-FLAG(WS-BATCH-COUNT).
           SET WS-BATCH-OPEN TO TRUE.

       2000-CHECK-BATCHES.
           MOVE "BATCHES RECEIVED IN TRANSIN" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-BATCH-HEADING TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              PERFORM 2100-CHECK-ONE-BATCH
           END-PERFORM.
           IF WS-BATCH-COUNT = 0 THEN
              MOVE "  (NONE)" TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

       2100-CHECK-ONE-BATCH.
           MOVE 0 TO WS-BATCH-EXC-COUNT.
           MOVE WS-BT-SOURCE(WS-BATCH-IDX) TO WS-BL-SOURCE.
           IF WS-BT-HAS-HEADER(WS-BATCH-IDX) THEN
              MOVE WS-BT-CREATE-DATE(WS-BATCH-IDX) TO WS-BL-CREATE-DATE
           ELSE
              MOVE SPACES TO WS-BL-CREATE-DATE
           END-IF.
           MOVE WS-BT-DETAILS(WS-BATCH-IDX) TO WS-BL-DETAILS.
           MOVE SPACES TO WS-BL-AVERAGE.
           MOVE WS-BT-SOURCE(WS-BATCH-IDX) TO WS-INTERNAL-SOURCE.
           EVALUATE TRUE
              WHEN NOT WS-BT-HAS-HEADER(WS-BATCH-IDX)
                 MOVE "NO BATCH HEADER, SOURCE UNKNOWN"
                    TO WS-BL-REMARK
                 ADD 1 TO WS-UNSCHED-COUNT
                 PERFORM 2900-WRITE-EXCEPTION-LINE
              WHEN WS-RESUBMISSION-SOURCE
                 MOVE "RESUBMISSION BATCH, NOT CHECKED"
                    TO WS-BL-REMARK
                 PERFORM 2950-WRITE-BATCH-LINE
              WHEN OTHER
                 PERFORM 2200-FIND-SCHEDULE
                 PERFORM 2300-CHECK-RESEND
                 IF WS-SCHED-FOUND THEN
                    ADD 1 TO WS-SC-RECEIVED(WS-SCHED-IDX)
                    IF WS-SC-EXPECTED(WS-SCHED-IDX) NOT = "Y" THEN
                       MOVE "NOT SCHEDULED FOR TODAY"
                          TO WS-BL-REMARK
                       ADD 1 TO WS-UNSCHED-COUNT
                       PERFORM 2900-WRITE-EXCEPTION-LINE
                    END-IF
                    IF NOT WS-BT-RESENT(WS-BATCH-IDX) THEN
                       PERFORM 2400-CHECK-VOLUME
                    END-IF
                 ELSE
                    MOVE "SOURCE NOT IN FEED SCHEDULE" TO WS-BL-REMARK
                    ADD 1 TO WS-UNSCHED-COUNT
                    PERFORM 2900-WRITE-EXCEPTION-LINE
                 END-IF
                 IF WS-BATCH-EXC-COUNT = 0 THEN
                    MOVE "OK" TO WS-BL-REMARK
                    PERFORM 2950-WRITE-BATCH-LINE
                 END-IF
           END-EVALUATE.
           IF WS-BATCH-EXC-COUNT = 0 THEN
              ADD 1 TO WS-CLEAN-COUNT
           END-IF.

       2200-FIND-SCHEDULE.
           SET WS-SCHED-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
              IF WS-SC-SOURCE(WS-SCHED-IDX)
                 = WS-BT-SOURCE(WS-BATCH-IDX) THEN
                 SET WS-SCHED-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * A header already seen on an earlier night, or earlier in
      * tonight's file, is a resend of the whole file.
       2300-CHECK-RESEND.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
              IF WS-HT-SOURCE(WS-HIST-IDX)
                 = WS-BT-SOURCE(WS-BATCH-IDX)
                 AND WS-HT-CREATE-DATE(WS-HIST-IDX)
                 = WS-BT-CREATE-DATE(WS-BATCH-IDX) THEN
                 MOVE "Y" TO WS-BT-RESENT-FLAG(WS-BATCH-IDX)
                 MOVE SPACES TO WS-BL-REMARK
                 STRING "RESENT, FIRST PROCESSED "
                        DELIMITED BY SIZE
                        WS-HT-PROCESS-DATE(WS-HIST-IDX)
                        DELIMITED BY SIZE
                        INTO WS-BL-REMARK
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-BT-RESENT(WS-BATCH-IDX) THEN
              PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                      UNTIL WS-PRIOR-IDX >= WS-BATCH-IDX
                 IF WS-BT-HAS-HEADER(WS-PRIOR-IDX)
                    AND WS-BT-SOURCE(WS-PRIOR-IDX)
                    = WS-BT-SOURCE(WS-BATCH-IDX)
                    AND WS-BT-CREATE-DATE(WS-PRIOR-IDX)
                    = WS-BT-CREATE-DATE(WS-BATCH-IDX) THEN
                    MOVE "Y" TO WS-BT-RESENT-FLAG(WS-BATCH-IDX)
                    MOVE "RESENT, REPEATED IN THIS FILE"
                       TO WS-BL-REMARK
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-BT-RESENT(WS-BATCH-IDX) THEN
              ADD 1 TO WS-RESENT-COUNT
              PERFORM 2900-WRITE-EXCEPTION-LINE
           END-IF.

      * The trailing average is taken over the source's most recent
      * batches before tonight; with fewer than WS-MIN-HISTORY of
      * them there is no meaningful average yet.
       2400-CHECK-VOLUME.
           MOVE WS-SC-HISTORY(WS-SCHED-IDX) TO WS-AVG-WANTED.
           MOVE 0 TO WS-AVG-USED.
           MOVE 0 TO WS-AVG-TOTAL.
           PERFORM VARYING WS-HIST-IDX FROM WS-HIST-COUNT BY -1
                   UNTIL WS-HIST-IDX < 1
                      OR WS-AVG-USED >= WS-AVG-WANTED
              IF WS-HT-SOURCE(WS-HIST-IDX)
                 = WS-BT-SOURCE(WS-BATCH-IDX) THEN
                 ADD 1 TO WS-AVG-USED
                 ADD WS-HT-DETAILS(WS-HIST-IDX) TO WS-AVG-TOTAL
              END-IF
           END-PERFORM.
           IF WS-AVG-USED >= WS-MIN-HISTORY THEN
              COMPUTE WS-AVERAGE ROUNDED = WS-AVG-TOTAL / WS-AVG-USED
              MOVE WS-AVERAGE TO WS-AVG-EDIT
              MOVE WS-AVG-EDIT TO WS-BL-AVERAGE
              IF WS-SC-TOLERANCE(WS-SCHED-IDX) > 0 THEN
                 PERFORM 2410-COMPARE-TO-AVERAGE
              END-IF
           END-IF.

       2410-COMPARE-TO-AVERAGE.
           IF WS-BT-DETAILS(WS-BATCH-IDX) > WS-AVERAGE THEN
              COMPUTE WS-DEVIATION
                 = WS-BT-DETAILS(WS-BATCH-IDX) - WS-AVERAGE
           ELSE
              COMPUTE WS-DEVIATION
                 = WS-AVERAGE - WS-BT-DETAILS(WS-BATCH-IDX)
           END-IF.
           IF WS-AVERAGE = 0 THEN
              IF WS-DEVIATION > 0 THEN
                 MOVE 999 TO WS-DEVIATION-PCT
              ELSE
                 MOVE 0 TO WS-DEVIATION-PCT
              END-IF
           ELSE
              COMPUTE WS-DEVIATION-PCT
                 = WS-DEVIATION * 100 / WS-AVERAGE
           END-IF.
           IF WS-DEVIATION-PCT > WS-SC-TOLERANCE(WS-SCHED-IDX) THEN
              IF WS-BT-DETAILS(WS-BATCH-IDX) > WS-AVERAGE THEN
                 MOVE "VOLUME ABOVE TRAILING AVERAGE"
                    TO WS-BL-REMARK
              ELSE
                 MOVE "VOLUME BELOW TRAILING AVERAGE"
                    TO WS-BL-REMARK
              END-IF
              ADD 1 TO WS-VOLUME-COUNT
              PERFORM 2900-WRITE-EXCEPTION-LINE
           END-IF.

       2900-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-BATCH-EXC-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2950-WRITE-BATCH-LINE.

       2950-WRITE-BATCH-LINE.
           MOVE WS-BATCH-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       3000-CHECK-EXPECTED-FEEDS.
           MOVE SPACES TO REPORT-REC.
           STRING "FEEDS EXPECTED TODAY (" DELIMITED BY SIZE
                  WS-EXPECTED-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-FEED-HEADING TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
              IF WS-SC-EXPECTED(WS-SCHED-IDX) = "Y" THEN
                 PERFORM 3100-CHECK-ONE-EXPECTED
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

       3100-CHECK-ONE-EXPECTED.
           MOVE WS-SC-SOURCE(WS-SCHED-IDX) TO WS-FL-SOURCE.
           IF WS-SC-REQUIRED(WS-SCHED-IDX) = "Y" THEN
              MOVE "REQUIRED" TO WS-FL-REQUIRED
           ELSE
              MOVE "OPTIONAL" TO WS-FL-REQUIRED
           END-IF.
           MOVE WS-SC-RECEIVED(WS-SCHED-IDX) TO WS-FL-RECEIVED.
           MOVE WS-SC-DESC(WS-SCHED-IDX) TO WS-FL-DESC.
           IF WS-SC-RECEIVED(WS-SCHED-IDX) > 0 THEN
              MOVE "RECEIVED" TO WS-FL-STATUS
           ELSE
              MOVE "MISSING" TO WS-FL-STATUS
              ADD 1 TO WS-EXCEPTION-COUNT
              IF WS-SC-REQUIRED(WS-SCHED-IDX) = "Y" THEN
                 ADD 1 TO WS-MISSING-REQ-COUNT
              ELSE
                 ADD 1 TO WS-MISSING-OPT-COUNT
              END-IF
           END-IF.
           MOVE WS-FEED-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      * Tonight's first-time batches from scheduled or unscheduled
      * sources join the history; resends, headerless batches and
      * resubmission batches do not, so they never skew an average.
       4000-WRITE-HISTORY.
           OPEN OUTPUT HISTORY-TEMP-FILE.
           IF WS-HISTORY-TEMP-STATUS NOT = "00" THEN
              DISPLAY "DTFEEDCK: unable to open "
                      WS-HISTORY-TEMP-NAME ", status "
                      WS-HISTORY-TEMP-STATUS ", history not updated"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
              MOVE WS-HT-SOURCE(WS-HIST-IDX) TO FH-SOURCE-SYSTEM
              MOVE WS-HT-CREATE-DATE(WS-HIST-IDX) TO FH-CREATE-DATE
              MOVE WS-HT-PROCESS-DATE(WS-HIST-IDX) TO FH-PROCESS-DATE
              MOVE WS-HT-DETAILS(WS-HIST-IDX) TO FH-DETAIL-COUNT
              PERFORM 4100-WRITE-HISTORY-TEMP
           END-PERFORM.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
              MOVE WS-BT-SOURCE(WS-BATCH-IDX) TO WS-INTERNAL-SOURCE
              IF WS-BT-HAS-HEADER(WS-BATCH-IDX)
                 AND NOT WS-BT-RESENT(WS-BATCH-IDX)
                 AND NOT WS-RESUBMISSION-SOURCE THEN
                 MOVE WS-BT-SOURCE(WS-BATCH-IDX) TO FH-SOURCE-SYSTEM
                 MOVE WS-BT-CREATE-DATE(WS-BATCH-IDX)
                    TO FH-CREATE-DATE
                 MOVE WS-PROCESS-DATE TO FH-PROCESS-DATE
                 MOVE WS-BT-DETAILS(WS-BATCH-IDX) TO FH-DETAIL-COUNT
                 PERFORM 4100-WRITE-HISTORY-TEMP
              END-IF
           END-PERFORM.
           CLOSE HISTORY-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-HISTORY-TEMP-NAME
                                        WS-HISTORY-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
              DISPLAY "DTFEEDCK: unable to replace "
                      WS-HISTORY-FILE-NAME ", history not updated"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       4100-WRITE-HISTORY-TEMP.
           MOVE FEED-HISTORY-REC TO HISTORY-TEMP-REC.
           WRITE HISTORY-TEMP-REC.
           IF WS-HISTORY-TEMP-STATUS NOT = "00" THEN
              DISPLAY "DTFEEDCK: history write failed, status "
                      WS-HISTORY-TEMP-STATUS ", history not updated"
              CLOSE HISTORY-TEMP-FILE
              CALL "CBL_DELETE_FILE" USING WS-HISTORY-TEMP-NAME
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-KEPT-COUNT.

       5000-WRITE-SUMMARY.
           MOVE "BATCHES IN TRANSIN" TO WS-SL-LABEL.
           MOVE WS-BATCH-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "DETAIL RECORDS IN TRANSIN" TO WS-SL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "FEEDS EXPECTED TODAY" TO WS-SL-LABEL.
           MOVE WS-EXPECTED-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "REQUIRED FEEDS MISSING" TO WS-SL-LABEL.
           MOVE WS-MISSING-REQ-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "OPTIONAL FEEDS MISSING" TO WS-SL-LABEL.
           MOVE WS-MISSING-OPT-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "UNSCHEDULED BATCHES" TO WS-SL-LABEL.
           MOVE WS-UNSCHED-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "RESENT BATCHES" TO WS-SL-LABEL.
           MOVE WS-RESENT-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "VOLUME OUTSIDE TOLERANCE" TO WS-SL-LABEL.
           MOVE WS-VOLUME-COUNT TO WS-SL-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           EVALUATE TRUE
              WHEN WS-MISSING-REQ-COUNT > 0
                 MOVE "REQUIRED FEED MISSING - HOLD DOWNSTREAM JOBS"
                    TO REPORT-REC
              WHEN WS-EXCEPTION-COUNT > 0
                 MOVE "FEED EXCEPTIONS FOUND" TO REPORT-REC
              WHEN OTHER
                 MOVE "ALL FEEDS AS SCHEDULED" TO REPORT-REC
           END-EVALUATE.
           WRITE REPORT-REC.

       5100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

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
           MOVE WS-BATCH-COUNT TO RC-READ-COUNT.
           MOVE WS-CLEAN-COUNT TO RC-ACCEPT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RC-REJECT-COUNT.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTFEEDCK" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTFEEDCK: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTFEEDCK: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
