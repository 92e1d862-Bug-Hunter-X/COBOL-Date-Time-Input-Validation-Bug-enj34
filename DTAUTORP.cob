      ******************************************************************
      * DTAUTORP - Rule-driven automatic reject repair, run ahead of
      * the interactive DTREPAIR pass.  Loads the repair rules from
      * REPRULES (see DTRPRLRC), walks TRANSREJ, and for each reject
      * whose source system and reason code match a rule applies the
      * rule's correction: re-ordering the date components of a feed
      * that sends dates in another order, scaling an offset sent in
      * other units, or replacing the offset of a single-zone feed.
      * A repaired record is written to TRANSRSB in transaction
      * format under its own DTAUTORP batch header and trailer, with
      * the resubmission counter and first-reject ID carried exactly
      * as DTREPAIR carries them, and the original reject is kept in
      * TRANSARP with the ID of the rule that repaired it.  TRANSREJ
      * is then rewritten with only the rejects no rule could repair,
      * so the operator keys in just those.  Rejects already at the
      * maximum resubmissions are never repaired here; they are left
      * for DTREPAIR to escalate.  The AUTORPT report shows every
      * rule with the rejects it matched, fixed and failed to fix.
      * Ends with condition code 4 when a rule is unusable or a
      * matched reject could not be fixed, 16 when a file fails or
      * when TRANSRSB already holds today's DTREPAIR batch (the
      * rule pass must come before the operator's).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTAUTORP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "REPRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT PARM-FILE ASSIGN TO "DTPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT KEEP-FILE ASSIGN DYNAMIC WS-KEEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.

           SELECT RESUB-FILE ASSIGN TO "TRANSRSB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT REPAIRED-FILE ASSIGN TO "TRANSARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIRED-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AUTORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "DTRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY DTRPRLRC.

       FD  PARM-FILE.
       COPY DTPARMRC.

       FD  REJECT-FILE.
       COPY DTREJREC.

       FD  KEEP-FILE.
       01  KEEP-REC             PIC X(65).

       FD  RESUB-FILE.
       COPY DTTRANRC.

       FD  REPAIRED-FILE.
       01  REPAIRED-REC.
           05  RP-REJECT-DATA   PIC X(65).
           05  RP-RULE-ID       PIC X(8).
           05  RP-REPAIR-DATE   PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-RULE-STATUS       PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-REJECT-STATUS     PIC X(2).
       01  WS-KEEP-STATUS       PIC X(2).
       01  WS-RESUB-STATUS      PIC X(2).
       01  WS-REPAIRED-STATUS   PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).

       01  WS-REJECT-FILE-NAME  PIC X(20) VALUE "TRANSREJ".
       01  WS-KEEP-FILE-NAME    PIC X(20) VALUE "TRANSREJ.TMP".

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-MAX-RESUBMITS     PIC 9(2) VALUE 3.
       01  WS-CENTURY-PIVOT     PIC 9(2) VALUE 30.

       01  WS-RESUB-APPEND-FLAG PIC X(1) VALUE "N".
           88  WS-RESUB-APPEND          VALUE "Y".
       01  WS-MANUAL-BATCH-FLAG PIC X(1) VALUE "N".
           88  WS-MANUAL-BATCH-FOUND    VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT    PIC 9(9) VALUE 0.
           05  WS-FIXED-COUNT   PIC 9(9) VALUE 0.
           05  WS-FAILED-COUNT  PIC 9(9) VALUE 0.
           05  WS-NO-RULE-COUNT PIC 9(9) VALUE 0.
           05  WS-ESCAL-BOUND-COUNT PIC 9(9) VALUE 0.
           05  WS-KEPT-COUNT    PIC 9(9) VALUE 0.
           05  WS-BAD-RULE-COUNT PIC 9(9) VALUE 0.

       01  WS-HASH-TOTAL        PIC 9(12) VALUE 0.
       01  WS-HASH-WORK.
           05  WS-HASH-ALPHA    PIC X(8).
           05  WS-HASH-NUM REDEFINES WS-HASH-ALPHA PIC 9(8).

       01  WS-RULE-MAX          PIC 9(2) VALUE 50.
       01  WS-RULE-COUNT        PIC 9(2) VALUE 0.
       01  WS-RULE-IDX          PIC 9(2).
       01  WS-RULE-FOUND-FLAG   PIC X(1).
           88  WS-RULE-FOUND            VALUE "Y".
           88  WS-RULE-NOT-FOUND        VALUE "N".
       01  WS-RULE-OK-FLAG      PIC X(1).
           88  WS-RULE-OK               VALUE "Y".
           88  WS-RULE-NOT-OK           VALUE "N".
       01  WS-RULE-TABLE-AREA.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-SOURCE   PIC X(8).
               10  WS-RULE-REASON   PIC X(20).
               10  WS-RULE-ID       PIC X(8).
               10  WS-RULE-ACTION   PIC X(4).
               10  WS-RULE-ORDER    PIC X(8).
               10  WS-RULE-DIVISOR  PIC 9(3).
               10  WS-RULE-TZ-FIXED PIC S9(2)
                                    SIGN LEADING SEPARATE.
               10  WS-RULE-DESC     PIC X(30).
               10  WS-RULE-MATCHED  PIC 9(9).
               10  WS-RULE-FIXED    PIC 9(9).
               10  WS-RULE-FAILED   PIC 9(9).

       01  WS-FIX-FLAG          PIC X(1).
           88  WS-FIX-OK                VALUE "Y".
           88  WS-FIX-FAILED            VALUE "N".

       01  WS-NEW-DATE          PIC X(8).
       01  WS-NEW-TIME          PIC 9(6).
       01  WS-NEW-OFFSET        PIC S9(2) SIGN LEADING SEPARATE.

       01  WS-ORDER             PIC X(8).
       01  WS-ORDER-LEN         PIC 9(2).
       01  WS-ORDER-IDX         PIC 9(2).
       01  WS-ORDER-D-COUNT     PIC 9(2).
       01  WS-ORDER-M-COUNT     PIC 9(2).
       01  WS-ORDER-Y-COUNT     PIC 9(2).
       01  WS-RAW-DATE          PIC X(8).
       01  WS-PART-DAY          PIC X(2).
       01  WS-PART-MONTH        PIC X(2).
       01  WS-PART-YEAR         PIC X(4).
       01  WS-DAY-POS           PIC 9(2).
       01  WS-MONTH-POS         PIC 9(2).
       01  WS-YEAR-POS          PIC 9(2).

       01  WS-TZ-QUOTIENT       PIC S9(3).
       01  WS-TZ-REMAINDER      PIC S9(3).

       01  WS-YY                PIC 9(2).
       01  WS-YEAR              PIC 9(4).
       01  WS-MONTH             PIC 9(2).
       01  WS-DAY               PIC 9(2).
       01  WS-MAX-DAY           PIC 9(2).
       01  WS-LEAP-FLAG         PIC X(1).
           88  WS-LEAP-YEAR             VALUE "Y".
           88  WS-NOT-LEAP-YEAR         VALUE "N".

       01  WS-DAYS-IN-MONTH-TABLE.
           05  WS-DIM-VALUES    PIC X(24)
                                 VALUE "312831303130313130313031".
           05  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
               10  WS-DIM-ENTRY PIC 9(2) OCCURS 12 TIMES.

       01  WS-HEADING-LINE.
           05  FILLER           PIC X(9)  VALUE "RULE".
           05  FILLER           PIC X(9)  VALUE "SOURCE".
           05  FILLER           PIC X(21) VALUE "REASON".
           05  FILLER           PIC X(5)  VALUE "ACTN".
           05  FILLER           PIC X(10) VALUE "  MATCHED".
           05  FILLER           PIC X(10) VALUE "    FIXED".
           05  FILLER           PIC X(10) VALUE "   FAILED".
           05  FILLER           PIC X(6)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-RULE-ID    PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-SOURCE     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-REASON     PIC X(20).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-ACTION     PIC X(4).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-MATCHED    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-FIXED      PIC ZZZZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-FAILED     PIC ZZZZZZZZ9.
           05  FILLER           PIC X(7) VALUE SPACES.

       01  WS-DESC-LINE.
           05  FILLER           PIC X(9) VALUE SPACES.
           05  WS-DS-DESC       PIC X(30).
           05  FILLER           PIC X(41) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL      PIC X(32).
           05  WS-SL-COUNT      PIC 9(9).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 8000-WRITE-RUNLOG-START.
           PERFORM 0100-LOAD-PARAMETERS.
           PERFORM 0150-LOAD-RULES.
           PERFORM 0200-OPEN-FILES.
           PERFORM 0500-WRITE-HEADER.
           PERFORM 1000-PROCESS-REJECT UNTIL WS-END-OF-FILE.
           PERFORM 0600-WRITE-TRAILER.
           PERFORM 0900-CLOSE-FILES.
           CALL "CBL_RENAME_FILE" USING WS-KEEP-FILE-NAME
                                        WS-REJECT-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
              PERFORM 0960-REJECT-FILE-NOT-REPLACED
           END-IF.
           PERFORM 7000-WRITE-REPORT.
           DISPLAY "DTAUTORP: " WS-READ-COUNT " reject(s) read, "
                   WS-FIXED-COUNT " repaired, "
                   WS-KEPT-COUNT " left for DTREPAIR".
           IF WS-BAD-RULE-COUNT > 0 OR WS-FAILED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

      * Only the century pivot matters here: it decides the leap
      * year when a repaired date is checked in its two-digit-year
      * form, the same way DTVALID will expand it.
       0100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00" THEN
              READ PARM-FILE
                  NOT AT END
                      IF PM-CENTURY-PIVOT IS NUMERIC THEN
                         MOVE PM-CENTURY-PIVOT TO WS-CENTURY-PIVOT
                      END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF.

       0150-LOAD-RULES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: unable to open REPRULES, status "
                      WS-RULE-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
              READ RULE-FILE
                 AT END
                    SET WS-END-OF-FILE TO TRUE
                 NOT AT END
                    IF REPAIR-RULE-REC NOT = SPACES THEN
                       PERFORM 0160-LOAD-ONE-RULE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RULE-FILE.
           IF WS-RULE-COUNT = 0 THEN
              DISPLAY "DTAUTORP: no usable rules in REPRULES, "
                      "TRANSREJ left as it is"
              MOVE 4 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       0160-LOAD-ONE-RULE.
           SET WS-RULE-OK TO TRUE.
           EVALUATE TRUE
              WHEN RR-REORDER-DATE
                 MOVE RR-DATE-ORDER TO WS-ORDER
                 PERFORM 0170-CHECK-DATE-ORDER
              WHEN RR-DIVIDE-OFFSET
                 IF RR-TZ-DIVISOR IS NOT NUMERIC
                    OR RR-TZ-DIVISOR = 0 THEN
                    SET WS-RULE-NOT-OK TO TRUE
                 END-IF
              WHEN RR-FIXED-OFFSET
                 IF RR-TZ-FIXED IS NOT NUMERIC THEN
                    SET WS-RULE-NOT-OK TO TRUE
                 ELSE
                    IF RR-TZ-FIXED < -12 OR RR-TZ-FIXED > 14 THEN
                       SET WS-RULE-NOT-OK TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 SET WS-RULE-NOT-OK TO TRUE
           END-EVALUATE.
           IF RR-REASON-CODE = SPACES OR RR-RULE-ID = SPACES THEN
              SET WS-RULE-NOT-OK TO TRUE
           END-IF.
           IF WS-RULE-NOT-OK THEN
              DISPLAY "DTAUTORP: rule " RR-RULE-ID
                      " is not usable and was ignored"
              ADD 1 TO WS-BAD-RULE-COUNT
           ELSE
              IF WS-RULE-COUNT >= WS-RULE-MAX THEN
                 DISPLAY "DTAUTORP: more than " WS-RULE-MAX
                         " rules, rule " RR-RULE-ID " ignored"
                 ADD 1 TO WS-BAD-RULE-COUNT
              ELSE
                 ADD 1 TO WS-RULE-COUNT
                 MOVE RR-SOURCE-SYSTEM
                    TO WS-RULE-SOURCE(WS-RULE-COUNT)
                 MOVE RR-REASON-CODE TO WS-RULE-REASON(WS-RULE-COUNT)
                 MOVE RR-RULE-ID TO WS-RULE-ID(WS-RULE-COUNT)
                 MOVE RR-ACTION TO WS-RULE-ACTION(WS-RULE-COUNT)
                 MOVE RR-DATE-ORDER TO WS-RULE-ORDER(WS-RULE-COUNT)
                 MOVE 0 TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                 MOVE 0 TO WS-RULE-TZ-FIXED(WS-RULE-COUNT)
                 IF RR-DIVIDE-OFFSET THEN
                    MOVE RR-TZ-DIVISOR
                       TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                 END-IF
                 IF RR-FIXED-OFFSET THEN
                    MOVE RR-TZ-FIXED
                       TO WS-RULE-TZ-FIXED(WS-RULE-COUNT)
                 END-IF
                 MOVE RR-DESCRIPTION TO WS-RULE-DESC(WS-RULE-COUNT)
                 MOVE 0 TO WS-RULE-MATCHED(WS-RULE-COUNT)
                 MOVE 0 TO WS-RULE-FIXED(WS-RULE-COUNT)
                 MOVE 0 TO WS-RULE-FAILED(WS-RULE-COUNT)
              END-IF
           END-IF.

      * A date order is six or eight characters naming each of the
      * day and month twice and the year twice (six) or four times
      * (eight), e.g. DDMMYY or MMDDYYYY.
       0170-CHECK-DATE-ORDER.
           MOVE 0 TO WS-ORDER-LEN.
           MOVE 0 TO WS-ORDER-D-COUNT.
           MOVE 0 TO WS-ORDER-M-COUNT.
           MOVE 0 TO WS-ORDER-Y-COUNT.
           INSPECT WS-ORDER TALLYING WS-ORDER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-ORDER TALLYING WS-ORDER-D-COUNT FOR ALL "D"
                                     WS-ORDER-M-COUNT FOR ALL "M"
                                     WS-ORDER-Y-COUNT FOR ALL "Y".
           IF WS-ORDER-D-COUNT NOT = 2 OR WS-ORDER-M-COUNT NOT = 2 THEN
              SET WS-RULE-NOT-OK TO TRUE
           END-IF.
           EVALUATE WS-ORDER-LEN
              WHEN 6
                 IF WS-ORDER-Y-COUNT NOT = 2 THEN
                    SET WS-RULE-NOT-OK TO TRUE
                 END-IF
              WHEN 8
                 IF WS-ORDER-Y-COUNT NOT = 4 THEN
                    SET WS-RULE-NOT-OK TO TRUE
                 END-IF
              WHEN OTHER
                 SET WS-RULE-NOT-OK TO TRUE
           END-EVALUATE.

       0200-OPEN-FILES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: unable to open TRANSREJ, status "
                      WS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           IF WS-KEEP-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: unable to open TRANSREJ.TMP, status "
                      WS-KEEP-STATUS
              CLOSE REJECT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM 0300-OPEN-RESUB-FILE.
           OPEN EXTEND REPAIRED-FILE.
           IF WS-REPAIRED-STATUS = "35" THEN
              OPEN OUTPUT REPAIRED-FILE
           END-IF.
           IF WS-REPAIRED-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: unable to open TRANSARP, status "
                      WS-REPAIRED-STATUS
              CLOSE REJECT-FILE
              CLOSE KEEP-FILE
              CLOSE RESUB-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM 0910-READ-REJECT-FILE.

      * TRANSRSB is rebuilt each day the way DTREPAIR has always
      * rebuilt it, except that a file already holding today's
      * DTAUTORP batch (a rerun) is appended to rather than lost.
      * A file that starts with today's DTREPAIR batch means the
      * operator has already keyed repairs from this TRANSREJ;
      * replacing it would lose them and repairing the same
      * rejects again would resubmit them twice, so the run stops.
       0300-OPEN-RESUB-FILE.
           OPEN INPUT RESUB-FILE.
           IF WS-RESUB-STATUS = "00" THEN
              READ RESUB-FILE
                 NOT AT END
                    IF DT-HEADER-REC
                       AND DT-CREATE-DATE = WS-CURRENT-DATE THEN
                       IF DT-SOURCE-SYSTEM = "DTAUTORP" THEN
                          SET WS-RESUB-APPEND TO TRUE
                       END-IF
                       IF DT-SOURCE-SYSTEM = "DTREPAIR" THEN
                          SET WS-MANUAL-BATCH-FOUND TO TRUE
                       END-IF
                    END-IF
              END-READ
              CLOSE RESUB-FILE
           END-IF.
           IF WS-MANUAL-BATCH-FOUND THEN
              DISPLAY "DTAUTORP: TRANSRSB already holds today's "
                      "DTREPAIR batch, run stopped"
              DISPLAY "DTAUTORP: DTAUTORP must run before DTREPAIR"
              CLOSE REJECT-FILE
              CLOSE KEEP-FILE
              CALL "CBL_DELETE_FILE" USING WS-KEEP-FILE-NAME
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           IF WS-RESUB-APPEND THEN
              OPEN EXTEND RESUB-FILE
           ELSE
              OPEN OUTPUT RESUB-FILE
           END-IF.
           IF WS-RESUB-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: unable to open TRANSRSB, status "
                      WS-RESUB-STATUS
              CLOSE REJECT-FILE
              CLOSE KEEP-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       0500-WRITE-HEADER.
           MOVE SPACES TO DATE-TIME-REC.
           MOVE "H" TO DT-RECORD-TYPE.
           MOVE "DTAUTORP" TO DT-SOURCE-SYSTEM.
           MOVE WS-CURRENT-DATE TO DT-CREATE-DATE.
           WRITE DATE-TIME-REC.
           IF WS-RESUB-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: header write failed, status "
                      WS-RESUB-STATUS
              PERFORM 0950-ABEND
           END-IF.

       0600-WRITE-TRAILER.
           MOVE SPACES TO DATE-TIME-REC.
           MOVE "T" TO DT-RECORD-TYPE.
           MOVE WS-FIXED-COUNT TO DT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO DT-HASH-TOTAL.
           WRITE DATE-TIME-REC.
           IF WS-RESUB-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: trailer write failed, status "
                      WS-RESUB-STATUS
              PERFORM 0950-ABEND
           END-IF.

       0900-CLOSE-FILES.
           CLOSE REJECT-FILE.
           CLOSE KEEP-FILE.
           CLOSE RESUB-FILE.
           CLOSE REPAIRED-FILE.

       0910-READ-REJECT-FILE.
           READ REJECT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      * TRANSREJ has not been replaced yet when a write fails, so
      * the rejects are all still there for a rerun.
       0950-ABEND.
           PERFORM 0900-CLOSE-FILES.
           CALL "CBL_DELETE_FILE" USING WS-KEEP-FILE-NAME.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

      * The repaired copies are already in TRANSRSB and TRANSARP, so
      * DTREPAIR must not be run against the old TRANSREJ.  The
      * report still shows what was repaired.
       0960-REJECT-FILE-NOT-REPLACED.
           DISPLAY "DTAUTORP: unable to replace "
                   WS-REJECT-FILE-NAME " with " WS-KEEP-FILE-NAME.
           DISPLAY "DTAUTORP: " WS-REJECT-FILE-NAME
                   " still holds the " WS-FIXED-COUNT
                   " repaired reject(s); rename "
                   WS-KEEP-FILE-NAME " over it before DTREPAIR".
           PERFORM 7000-WRITE-REPORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

       1000-PROCESS-REJECT.
           ADD 1 TO WS-READ-COUNT.
           IF RJ-RESUBMIT-COUNT >= WS-MAX-RESUBMITS THEN
              ADD 1 TO WS-ESCAL-BOUND-COUNT
              PERFORM 1800-KEEP-REJECT
           ELSE
              PERFORM 1100-FIND-RULE
              IF WS-RULE-FOUND THEN
                 ADD 1 TO WS-RULE-MATCHED(WS-RULE-IDX)
                 PERFORM 1200-APPLY-RULE
                 IF WS-FIX-OK THEN
                    ADD 1 TO WS-RULE-FIXED(WS-RULE-IDX)
                    ADD 1 TO WS-FIXED-COUNT
                    PERFORM 1400-WRITE-RESUB-RECORD
                    PERFORM 1500-WRITE-REPAIRED-RECORD
                 ELSE
                    ADD 1 TO WS-RULE-FAILED(WS-RULE-IDX)
                    ADD 1 TO WS-FAILED-COUNT
                    PERFORM 1800-KEEP-REJECT
                 END-IF
              ELSE
                 ADD 1 TO WS-NO-RULE-COUNT
                 PERFORM 1800-KEEP-REJECT
              END-IF
           END-IF.
           PERFORM 0910-READ-REJECT-FILE.

       1100-FIND-RULE.
           SET WS-RULE-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF (WS-RULE-SOURCE(WS-RULE-IDX) = RJ-SOURCE-SYSTEM
                  OR WS-RULE-SOURCE(WS-RULE-IDX) = "*")
                 AND WS-RULE-REASON(WS-RULE-IDX) = RJ-REASON-CODE
                 THEN
                 SET WS-RULE-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * The repaired record starts from the reject as received and
      * only the rule's field is changed; DTVALID checks the whole
      * record again when TRANSRSB is fed back in.
       1200-APPLY-RULE.
           SET WS-FIX-OK TO TRUE.
           MOVE RJ-DATE TO WS-NEW-DATE.
           MOVE RJ-TIME TO WS-NEW-TIME.
           MOVE RJ-TZ-OFFSET TO WS-NEW-OFFSET.
           EVALUATE WS-RULE-ACTION(WS-RULE-IDX)
              WHEN "DORD"
                 PERFORM 1300-REORDER-DATE
              WHEN "TZDV"
                 PERFORM 1310-DIVIDE-OFFSET
              WHEN "TZFX"
                 MOVE WS-RULE-TZ-FIXED(WS-RULE-IDX) TO WS-NEW-OFFSET
           END-EVALUATE.

      * RJ-DATE holds the date as DTVALID laid it out from the
      * digits received: a six-character date keeps its digits in
      * positions 3-8 behind the expanded century, an eight-
      * character date is the digits as sent.  The digits are
      * picked apart in the rule's order and put back together as
      * YYMMDD or YYYYMMDD.
       1300-REORDER-DATE.
           MOVE WS-RULE-ORDER(WS-RULE-IDX) TO WS-ORDER.
           MOVE 0 TO WS-ORDER-LEN.
           INSPECT WS-ORDER TALLYING WS-ORDER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-RAW-DATE.
           IF WS-ORDER-LEN = 6 THEN
              MOVE RJ-DATE(3:6) TO WS-RAW-DATE
           ELSE
              MOVE RJ-DATE TO WS-RAW-DATE
           END-IF.
           MOVE SPACES TO WS-PART-DAY.
           MOVE SPACES TO WS-PART-MONTH.
           MOVE SPACES TO WS-PART-YEAR.
           MOVE 0 TO WS-DAY-POS.
           MOVE 0 TO WS-MONTH-POS.
           MOVE 0 TO WS-YEAR-POS.
           PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-LEN
              EVALUATE WS-ORDER(WS-ORDER-IDX:1)
                 WHEN "D"
                    ADD 1 TO WS-DAY-POS
                    MOVE WS-RAW-DATE(WS-ORDER-IDX:1)
                       TO WS-PART-DAY(WS-DAY-POS:1)
                 WHEN "M"
                    ADD 1 TO WS-MONTH-POS
                    MOVE WS-RAW-DATE(WS-ORDER-IDX:1)
                       TO WS-PART-MONTH(WS-MONTH-POS:1)
                 WHEN "Y"
                    ADD 1 TO WS-YEAR-POS
                    MOVE WS-RAW-DATE(WS-ORDER-IDX:1)
                       TO WS-PART-YEAR(WS-YEAR-POS:1)
              END-EVALUATE
           END-PERFORM.
           MOVE WS-PART-MONTH TO WS-MONTH.
           MOVE WS-PART-DAY TO WS-DAY.
           MOVE SPACES TO WS-NEW-DATE.
           IF WS-ORDER-LEN = 6 THEN
              MOVE WS-PART-YEAR(1:2) TO WS-YY
              IF WS-YY <= WS-CENTURY-PIVOT THEN
                 COMPUTE WS-YEAR = 2000 + WS-YY
              ELSE
                 COMPUTE WS-YEAR = 1900 + WS-YY
              END-IF
              STRING WS-PART-YEAR(1:2) DELIMITED BY SIZE
                     WS-PART-MONTH DELIMITED BY SIZE
                     WS-PART-DAY DELIMITED BY SIZE
                     INTO WS-NEW-DATE
           ELSE
              MOVE WS-PART-YEAR TO WS-YEAR
              STRING WS-PART-YEAR DELIMITED BY SIZE
                     WS-PART-MONTH DELIMITED BY SIZE
                     WS-PART-DAY DELIMITED BY SIZE
                     INTO WS-NEW-DATE
           END-IF.
           IF WS-MONTH < 1 OR WS-MONTH > 12 THEN
              SET WS-FIX-FAILED TO TRUE
           ELSE
              PERFORM 2000-GET-MAX-DAY
              IF WS-DAY < 1 OR WS-DAY > WS-MAX-DAY THEN
                 SET WS-FIX-FAILED TO TRUE
              END-IF
           END-IF.

       1310-DIVIDE-OFFSET.
           DIVIDE RJ-TZ-OFFSET BY WS-RULE-DIVISOR(WS-RULE-IDX)
               GIVING WS-TZ-QUOTIENT
               REMAINDER WS-TZ-REMAINDER.
           IF WS-TZ-REMAINDER NOT = 0
              OR WS-TZ-QUOTIENT < -12 OR WS-TZ-QUOTIENT > 14 THEN
              SET WS-FIX-FAILED TO TRUE
           ELSE
              MOVE WS-TZ-QUOTIENT TO WS-NEW-OFFSET
           END-IF.

       1400-WRITE-RESUB-RECORD.
           MOVE SPACES TO DATE-TIME-REC.
           MOVE "D" TO DT-RECORD-TYPE.
           MOVE WS-NEW-DATE TO DT-DATE.
           MOVE WS-NEW-TIME TO DT-TIME.
           MOVE WS-NEW-OFFSET TO DT-TZ-OFFSET.
           COMPUTE DT-RESUBMIT-COUNT = RJ-RESUBMIT-COUNT + 1.
           IF RJ-ORIG-REJECT-ID > 0 THEN
              MOVE RJ-ORIG-REJECT-ID TO DT-ORIG-REJECT-ID
           ELSE
              MOVE RJ-REJECT-ID TO DT-ORIG-REJECT-ID
           END-IF.
           PERFORM 1450-ADD-TO-HASH-TOTAL.
           WRITE DATE-TIME-REC.
           IF WS-RESUB-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: resubmission write failed, status "
                      WS-RESUB-STATUS
              PERFORM 0950-ABEND
           END-IF.

       1450-ADD-TO-HASH-TOTAL.
           MOVE WS-NEW-DATE TO WS-HASH-ALPHA.
           INSPECT WS-HASH-ALPHA REPLACING ALL " " BY "0".
           IF WS-HASH-ALPHA IS NUMERIC THEN
              ADD WS-HASH-NUM TO WS-HASH-TOTAL
           END-IF.

       1500-WRITE-REPAIRED-RECORD.
           MOVE REJECT-REC TO RP-REJECT-DATA.
           MOVE WS-RULE-ID(WS-RULE-IDX) TO RP-RULE-ID.
           MOVE WS-CURRENT-DATE TO RP-REPAIR-DATE.
           WRITE REPAIRED-REC.
           IF WS-REPAIRED-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: TRANSARP write failed, status "
                      WS-REPAIRED-STATUS
              PERFORM 0950-ABEND
           END-IF.

       1800-KEEP-REJECT.
           MOVE REJECT-REC TO KEEP-REC.
           WRITE KEEP-REC.
           IF WS-KEEP-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: TRANSREJ.TMP write failed, status "
                      WS-KEEP-STATUS
              PERFORM 0950-ABEND
           END-IF.
           ADD 1 TO WS-KEPT-COUNT.

       2000-GET-MAX-DAY.
           PERFORM 2100-SET-LEAP-FLAG.
           MOVE WS-DIM-ENTRY(WS-MONTH) TO WS-MAX-DAY.
           IF WS-MONTH = 2 AND WS-LEAP-YEAR THEN
              MOVE 29 TO WS-MAX-DAY
           END-IF.

       2100-SET-LEAP-FLAG.
           SET WS-NOT-LEAP-YEAR TO TRUE.
           IF FUNCTION MOD(WS-YEAR, 400) = 0 THEN
              SET WS-LEAP-YEAR TO TRUE
           ELSE
              IF FUNCTION MOD(WS-YEAR, 100) = 0 THEN
                 SET WS-NOT-LEAP-YEAR TO TRUE
              ELSE
                 IF FUNCTION MOD(WS-YEAR, 4) = 0 THEN
                    SET WS-LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF.

       7000-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: unable to open AUTORPT, status "
                      WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "DTAUTORP AUTOMATIC REJECT REPAIR REPORT FOR "
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              MOVE WS-RULE-ID(WS-RULE-IDX) TO WS-DL-RULE-ID
              MOVE WS-RULE-SOURCE(WS-RULE-IDX) TO WS-DL-SOURCE
              MOVE WS-RULE-REASON(WS-RULE-IDX) TO WS-DL-REASON
              MOVE WS-RULE-ACTION(WS-RULE-IDX) TO WS-DL-ACTION
              MOVE WS-RULE-MATCHED(WS-RULE-IDX) TO WS-DL-MATCHED
              MOVE WS-RULE-FIXED(WS-RULE-IDX) TO WS-DL-FIXED
              MOVE WS-RULE-FAILED(WS-RULE-IDX) TO WS-DL-FAILED
              MOVE WS-DETAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              IF WS-RULE-DESC(WS-RULE-IDX) NOT = SPACES THEN
                 MOVE WS-RULE-DESC(WS-RULE-IDX) TO WS-DS-DESC
                 MOVE WS-DESC-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE "REJECTS READ" TO WS-SL-LABEL.
           MOVE WS-READ-COUNT TO WS-SL-COUNT.
           PERFORM 7100-WRITE-SUMMARY-LINE.
           MOVE "REPAIRED TO TRANSRSB" TO WS-SL-LABEL.
           MOVE WS-FIXED-COUNT TO WS-SL-COUNT.
           PERFORM 7100-WRITE-SUMMARY-LINE.
           MOVE "RULE MATCHED, NOT REPAIRABLE" TO WS-SL-LABEL.
           MOVE WS-FAILED-COUNT TO WS-SL-COUNT.
           PERFORM 7100-WRITE-SUMMARY-LINE.
           MOVE "NO RULE MATCHED" TO WS-SL-LABEL.
           MOVE WS-NO-RULE-COUNT TO WS-SL-COUNT.
           PERFORM 7100-WRITE-SUMMARY-LINE.
           MOVE "AT MAXIMUM RESUBMISSIONS" TO WS-SL-LABEL.
           MOVE WS-ESCAL-BOUND-COUNT TO WS-SL-COUNT.
           PERFORM 7100-WRITE-SUMMARY-LINE.
           MOVE "LEFT IN TRANSREJ FOR DTREPAIR" TO WS-SL-LABEL.
           MOVE WS-KEPT-COUNT TO WS-SL-COUNT.
           PERFORM 7100-WRITE-SUMMARY-LINE.
           MOVE "RULES IGNORED AS UNUSABLE" TO WS-SL-LABEL.
           MOVE WS-BAD-RULE-COUNT TO WS-SL-COUNT.
           PERFORM 7100-WRITE-SUMMARY-LINE.
           CLOSE REPORT-FILE.

       7100-WRITE-SUMMARY-LINE.
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
           MOVE WS-READ-COUNT TO RC-READ-COUNT.
           MOVE WS-FIXED-COUNT TO RC-ACCEPT-COUNT.
           MOVE WS-KEPT-COUNT TO RC-REJECT-COUNT.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTAUTORP" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTAUTORP: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTAUTORP: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
