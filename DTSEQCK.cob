      ******************************************************************
      * DTSEQCK - Timestamp sequence and gap analysis over the
      * accepted output, run once DTMERGE has built the night's
      * TRANSOUT and AUDITyyyymmdd files.  TRANSOUT is sorted back
      * into arrival order on OT-ARRIVAL-SEQ (a parallel run merges
      * it stream by stream) into the SEQSORT work file, and each
      * source system's normalized timestamps are followed
      * (OT-NORM-DATE/OT-NORM-TIME by OT-SOURCE-SYSTEM) against that
      * source's limits in the SEQCTL control file (see DTSQCTRC):
      *   - a gap is a silence longer than the source's maximum
      *     between a timestamp and the latest one before it;
      *   - a record more than the source's tolerance behind the
      *     latest timestamp already received is out of sequence,
      *     and consecutive such records form one run.
      * The SEQRPT report lists every gap and out-of-sequence run as
      * it was found, the first and last timestamp received per
      * source per day, and a summary per source.  For a source
      * whose control record asks for it, each record that opened a
      * gap or fell out of sequence is flagged as a warning on its
      * PASS line in the day's audit log (AU-REASON-CODE WARN GAP or
      * WARN OUT OF SEQUENCE); the status stays PASS so the
      * reconciliation counts are untouched, and a PASS line that
      * already carries a reason (a supervisor override) is left as
      * it is.  Ends with condition code 4 when any gap or run was
      * found, 16 when a file fails.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTSEQCK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSOUT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT SORTED-FILE ASSIGN TO "SEQSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.

           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-TEMP-FILE ASSIGN DYNAMIC WS-AUDIT-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-TEMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SEQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "DTRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       COPY DTSQCTRC.

       FD  TRANSOUT-FILE.
       01  TRANSOUT-IN-REC      PIC X(70).

      * Each record carries its position in TRANSOUT, which is also
      * the order of the PASS lines in the audit log.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SR-TRANSOUT-DATA.
               10  FILLER       PIC X(61).
               10  SR-ARRIVAL-SEQ PIC 9(9).
           05  SR-FILE-POS      PIC 9(9).

       FD  SORTED-FILE.
       COPY DTOUTREC.
       01  SORTED-REC.
           05  FILLER           PIC X(70).
           05  SQ-FILE-POS      PIC 9(9).

       FD  AUDIT-FILE.
       COPY DTAUDREC.

       FD  AUDIT-TEMP-FILE.
       01  AUDIT-TEMP-REC       PIC X(69).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-CONTROL-STATUS    PIC X(2).
       01  WS-TRANSOUT-STATUS   PIC X(2).
       01  WS-SORTED-STATUS     PIC X(2).
       01  WS-AUDIT-STATUS      PIC X(2).
       01  WS-AUDIT-TEMP-STATUS PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).

       01  WS-AUDIT-FILE-NAME   PIC X(20).
       01  WS-AUDIT-TEMP-NAME   PIC X(24).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-CURRENT-DATE      PIC 9(8).

       01  WS-COUNTERS.
           05  WS-READ-COUNT    PIC 9(9) VALUE 0.
           05  WS-RELEASE-COUNT PIC 9(9) VALUE 0.
           05  WS-GAP-COUNT     PIC 9(9) VALUE 0.
           05  WS-RUN-COUNT     PIC 9(9) VALUE 0.
           05  WS-OOO-COUNT     PIC 9(9) VALUE 0.
           05  WS-EXCEPTION-LINES PIC 9(9) VALUE 0.
           05  WS-FLAGGED-COUNT PIC 9(9) VALUE 0.
           05  WS-UNMATCHED-COUNT PIC 9(9) VALUE 0.

       01  WS-DEFAULT-FOUND-FLAG PIC X(1) VALUE "N".
           88  WS-DEFAULT-FOUND         VALUE "Y".
       01  WS-DEFAULT-MAX-GAP   PIC 9(6) VALUE 0.
       01  WS-DEFAULT-TOLERANCE PIC 9(6) VALUE 0.
       01  WS-DEFAULT-WARN      PIC X(1) VALUE "N".

       01  WS-CTL-MAX           PIC 9(3) VALUE 100.
       01  WS-CTL-COUNT         PIC 9(3) VALUE 0.
       01  WS-CTL-IDX           PIC 9(3).
       01  WS-CTL-TABLE-AREA.
           05  WS-CTL-ENTRY OCCURS 100 TIMES.
               10  WS-CT-SOURCE     PIC X(8).
               10  WS-CT-MAX-GAP    PIC 9(6).
               10  WS-CT-TOLERANCE  PIC 9(6).
               10  WS-CT-WARN       PIC X(1).

       01  WS-SRC-MAX           PIC 9(3) VALUE 100.
       01  WS-SRC-COUNT         PIC 9(3) VALUE 0.
       01  WS-SRC-IDX           PIC 9(3).
       01  WS-SRC-TABLE-AREA.
           05  WS-SRC-ENTRY OCCURS 100 TIMES.
               10  WS-SS-SOURCE     PIC X(8).
               10  WS-SS-CONTROLLED PIC X(1).
               10  WS-SS-MAX-GAP    PIC 9(6).
               10  WS-SS-TOLERANCE  PIC 9(6).
               10  WS-SS-WARN       PIC X(1).
               10  WS-SS-HIGH-SECS  PIC 9(12).
               10  WS-SS-HIGH-DATE  PIC 9(8).
               10  WS-SS-HIGH-TIME  PIC 9(6).
               10  WS-SS-RECORDS    PIC 9(9).
               10  WS-SS-GAPS       PIC 9(9).
               10  WS-SS-RUNS       PIC 9(9).
               10  WS-SS-OOO-RECS   PIC 9(9).
               10  WS-SS-IN-RUN     PIC X(1).
               10  WS-SS-RUN-DATE   PIC 9(8).
               10  WS-SS-RUN-TIME   PIC 9(6).
               10  WS-SS-RUN-RECS   PIC 9(9).

       01  WS-DAY-MAX           PIC 9(4) VALUE 2000.
       01  WS-DAY-COUNT         PIC 9(4) VALUE 0.
       01  WS-DAY-IDX           PIC 9(4).
       01  WS-DAY-FOUND-FLAG    PIC X(1).
           88  WS-DAY-FOUND             VALUE "Y".
           88  WS-DAY-NOT-FOUND         VALUE "N".
       01  WS-DAY-OVERFLOW-FLAG PIC X(1) VALUE "N".
           88  WS-DAY-OVERFLOW          VALUE "Y".
       01  WS-DAY-TABLE-AREA.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DY-SOURCE     PIC X(8).
               10  WS-DY-DATE       PIC 9(8).
               10  WS-DY-RECORDS    PIC 9(9).
               10  WS-DY-FIRST-TIME PIC 9(6).
               10  WS-DY-LAST-TIME  PIC 9(6).
               10  WS-DY-ARRIVE-FIRST PIC 9(6).
               10  WS-DY-ARRIVE-LAST PIC 9(6).

       01  WS-WARN-MAX          PIC 9(5) VALUE 20000.
       01  WS-WARN-COUNT        PIC 9(5) VALUE 0.
       01  WS-WARN-NEXT         PIC 9(5) VALUE 1.
       01  WS-WARN-OVERFLOW-FLAG PIC X(1) VALUE "N".
           88  WS-WARN-OVERFLOW         VALUE "Y".
       01  WS-WARN-TABLE-AREA.
           05  WS-WARN-ENTRY OCCURS 20000 TIMES.
               10  WS-WN-SOURCE     PIC X(8).
               10  WS-WN-DATE       PIC 9(8).
               10  WS-WN-TIME       PIC 9(6).
               10  WS-WN-TEXT       PIC X(20).
               10  WS-WN-FILE-POS   PIC 9(9).
       01  WS-WARN-TEXT         PIC X(20).
       01  WS-WARN-IDX          PIC 9(5).
       01  WS-WARN-IDX2         PIC 9(5).
       01  WS-WARN-SWAP         PIC X(51).
       01  WS-SWAPPED-FLAG      PIC X(1).
           88  WS-SWAPPED               VALUE "Y".
           88  WS-NOT-SWAPPED           VALUE "N".

       01  WS-TS-SECS           PIC 9(12).
       01  WS-GAP-SECS          PIC 9(12).
       01  WS-LIMIT-SECS        PIC 9(12).
       01  WS-DN-YEAR           PIC 9(4).
       01  WS-DN-MONTH          PIC 9(2).
       01  WS-DN-DAY            PIC 9(2).
       01  WS-DN-Q4             PIC 9(4).
       01  WS-DN-Q100           PIC 9(4).
       01  WS-DN-Q400           PIC 9(4).
       01  WS-DN-MONTH-WORK     PIC 9(4).
       01  WS-DN-MONTH-DAYS     PIC 9(4).
       01  WS-DN-DAY-NUMBER     PIC 9(7).
       01  WS-DN-HOURS          PIC 9(2).
       01  WS-DN-MINUTES        PIC 9(2).
       01  WS-DN-SECONDS        PIC 9(2).

       01  WS-HEADING-1.
           05  FILLER           PIC X(9)  VALUE "SOURCE".
           05  FILLER           PIC X(9)  VALUE "EVENT".
           05  FILLER           PIC X(16) VALUE "FROM".
           05  FILLER           PIC X(16) VALUE "TO / BEHIND".
           05  FILLER           PIC X(30) VALUE "     COUNT".

       01  WS-EXCEPTION-LINE.
           05  WS-EL-SOURCE     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-EL-EVENT      PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-EL-FROM-DATE  PIC 9(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-EL-FROM-TIME  PIC 9(6).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-EL-TO-DATE    PIC 9(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-EL-TO-TIME    PIC 9(6).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-EL-AMOUNT     PIC ZZZZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-EL-UNIT       PIC X(8).
           05  FILLER           PIC X(12) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER           PIC X(9)  VALUE "SOURCE".
           05  FILLER           PIC X(9)  VALUE "DAY".
           05  FILLER           PIC X(10) VALUE "  RECORDS".
           05  FILLER           PIC X(14) VALUE "  FIRST   LAST".
           05  FILLER           PIC X(38)
                                VALUE "  FIRST RECEIVED  LAST RECEIVED".

       01  WS-DAY-LINE.
           05  WS-DL-SOURCE     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-DATE       PIC 9(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-RECORDS    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-DL-FIRST      PIC 9(6).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-LAST       PIC 9(6).
           05  FILLER           PIC X(8) VALUE SPACES.
           05  WS-DL-ARRIVE-FIRST PIC 9(6).
           05  FILLER           PIC X(9) VALUE SPACES.
           05  WS-DL-ARRIVE-LAST PIC 9(6).
           05  FILLER           PIC X(9) VALUE SPACES.

       01  WS-HEADING-3.
           05  FILLER           PIC X(9)  VALUE "SOURCE".
           05  FILLER           PIC X(10) VALUE "  RECORDS".
           05  FILLER           PIC X(10) VALUE "     GAPS".
           05  FILLER           PIC X(10) VALUE "     RUNS".
           05  FILLER           PIC X(10) VALUE "  OUT SEQ".
           05  FILLER           PIC X(31)
                                VALUE "  MAX GAP  TOLER  WARN".

       01  WS-SOURCE-LINE.
           05  WS-SL-SOURCE     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-SL-RECORDS    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-SL-GAPS       PIC ZZZZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-SL-RUNS       PIC ZZZZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-SL-OOO        PIC ZZZZZZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-SL-LIMITS     PIC X(22).
           05  FILLER           PIC X(7) VALUE SPACES.

       01  WS-LIMITS-AREA.
           05  WS-LM-MAX-GAP    PIC ZZZZZ9.
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-LM-TOLERANCE  PIC ZZZZZ9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-LM-WARN       PIC X(1).
           05  FILLER           PIC X(4) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SM-LABEL      PIC X(32).
           05  WS-SM-COUNT      PIC 9(9).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 8000-WRITE-RUNLOG-START.
           PERFORM 0100-LOAD-CONTROLS.
           PERFORM 0200-OPEN-FILES.
           PERFORM 1000-PROCESS-TRANSOUT UNTIL WS-END-OF-FILE.
           CLOSE SORTED-FILE.
           PERFORM 1900-CLOSE-OPEN-RUNS.
           IF WS-EXCEPTION-LINES = 0 THEN
              MOVE "  (NONE)" TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           IF WS-WARN-COUNT > 0 THEN
              PERFORM 3900-SORT-WARNINGS
              PERFORM 4000-FLAG-AUDIT-WARNINGS
           END-IF.
           PERFORM 5000-WRITE-DAY-SECTION.
           PERFORM 6000-WRITE-SOURCE-SECTION.
           CLOSE REPORT-FILE.
           DISPLAY "DTSEQCK: " WS-READ-COUNT " record(s) read, "
                   WS-GAP-COUNT " gap(s), " WS-RUN-COUNT
                   " out-of-sequence run(s), " WS-FLAGGED-COUNT
                   " audit line(s) flagged".
           IF WS-GAP-COUNT > 0 OR WS-RUN-COUNT > 0
              OR WS-UNMATCHED-COUNT > 0 OR WS-WARN-OVERFLOW THEN
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

       0100-LOAD-CONTROLS.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00" THEN
              DISPLAY "DTSEQCK: unable to open SEQCTL, status "
                      WS-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONTROL-STATUS NOT = "00"
              READ CONTROL-FILE
                 AT END
                    MOVE "10" TO WS-CONTROL-STATUS
                 NOT AT END
                    PERFORM 0110-LOAD-ONE-CONTROL
              END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       0110-LOAD-ONE-CONTROL.
           IF SQ-MAX-GAP-SECONDS IS NOT NUMERIC THEN
              MOVE 0 TO SQ-MAX-GAP-SECONDS
           END-IF.
           IF SQ-OOO-TOLERANCE-SECONDS IS NOT NUMERIC THEN
              MOVE 0 TO SQ-OOO-TOLERANCE-SECONDS
           END-IF.
           EVALUATE TRUE
              WHEN SQ-SOURCE-SYSTEM = SPACES
                 CONTINUE
              WHEN SQ-SOURCE-SYSTEM = "*"
                 SET WS-DEFAULT-FOUND TO TRUE
                 MOVE SQ-MAX-GAP-SECONDS TO WS-DEFAULT-MAX-GAP
                 MOVE SQ-OOO-TOLERANCE-SECONDS TO WS-DEFAULT-TOLERANCE
                 MOVE SQ-AUDIT-WARN-FLAG TO WS-DEFAULT-WARN
              WHEN WS-CTL-COUNT < WS-CTL-MAX
                 ADD 1 TO WS-CTL-COUNT
                 MOVE SQ-SOURCE-SYSTEM TO WS-CT-SOURCE(WS-CTL-COUNT)
                 MOVE SQ-MAX-GAP-SECONDS
                    TO WS-CT-MAX-GAP(WS-CTL-COUNT)
                 MOVE SQ-OOO-TOLERANCE-SECONDS
                    TO WS-CT-TOLERANCE(WS-CTL-COUNT)
                 MOVE SQ-AUDIT-WARN-FLAG TO WS-CT-WARN(WS-CTL-COUNT)
              WHEN OTHER
                 DISPLAY "DTSEQCK: more than " WS-CTL-MAX
                         " SEQCTL entries, remainder ignored"
                 MOVE "10" TO WS-CONTROL-STATUS
           END-EVALUATE.

       0200-OPEN-FILES.
           OPEN INPUT TRANSOUT-FILE.
           IF WS-TRANSOUT-STATUS NOT = "00" THEN
              DISPLAY "DTSEQCK: unable to open TRANSOUT, status "
                      WS-TRANSOUT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           SORT SORT-FILE
              ON ASCENDING KEY SR-ARRIVAL-SEQ SR-FILE-POS
              INPUT PROCEDURE 0300-RELEASE-TRANSOUT
              GIVING SORTED-FILE.
           IF SORT-RETURN NOT = 0 THEN
              DISPLAY "DTSEQCK: sort of TRANSOUT failed, return "
                      SORT-RETURN
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT SORTED-FILE.
           IF WS-SORTED-STATUS NOT = "00" THEN
              DISPLAY "DTSEQCK: unable to open SEQSORT, status "
                      WS-SORTED-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "DTSEQCK: unable to open SEQRPT, status "
                      WS-REPORT-STATUS
              CLOSE SORTED-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "DTSEQCK TIMESTAMP SEQUENCE AND GAP REPORT FOR "
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "GAPS AND OUT-OF-SEQUENCE RUNS, IN ARRIVAL ORDER"
              TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HEADING-1 TO REPORT-REC.
           WRITE REPORT-REC.

      * A record written before OT-ARRIVAL-SEQ was carried has no
      * sequence and keeps its TRANSOUT position.
       0300-RELEASE-TRANSOUT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           PERFORM UNTIL WS-END-OF-FILE
              READ TRANSOUT-FILE
                 AT END
                    SET WS-END-OF-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RELEASE-COUNT
                    MOVE TRANSOUT-IN-REC TO SR-TRANSOUT-DATA
                    IF SR-ARRIVAL-SEQ IS NOT NUMERIC THEN
                       MOVE 0 TO SR-ARRIVAL-SEQ
                    END-IF
                    MOVE WS-RELEASE-COUNT TO SR-FILE-POS
                    RELEASE SORT-REC
              END-READ
           END-PERFORM.
           CLOSE TRANSOUT-FILE.

       1000-PROCESS-TRANSOUT.
           READ SORTED-FILE
              AT END
                 SET WS-END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 1100-FIND-SOURCE
                 PERFORM 1200-TALLY-DAY
                 PERFORM 2900-COMPUTE-SECONDS
                 PERFORM 1300-CHECK-SEQUENCE
           END-READ.

       1100-FIND-SOURCE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
              IF WS-SS-SOURCE(WS-SRC-IDX) = OT-SOURCE-SYSTEM THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-SRC-IDX > WS-SRC-COUNT THEN
              IF WS-SRC-COUNT >= WS-SRC-MAX THEN
                 DISPLAY "DTSEQCK: more than " WS-SRC-MAX
                         " source systems in TRANSOUT, run stopped"
                 CLOSE SORTED-FILE
                 CLOSE REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-SRC-COUNT
              MOVE WS-SRC-COUNT TO WS-SRC-IDX
              PERFORM 1110-START-SOURCE
           END-IF.

       1110-START-SOURCE.
           MOVE OT-SOURCE-SYSTEM TO WS-SS-SOURCE(WS-SRC-IDX).
           MOVE "N" TO WS-SS-CONTROLLED(WS-SRC-IDX).
           MOVE 0 TO WS-SS-MAX-GAP(WS-SRC-IDX).
           MOVE 0 TO WS-SS-TOLERANCE(WS-SRC-IDX).
           MOVE "N" TO WS-SS-WARN(WS-SRC-IDX).
           IF WS-DEFAULT-FOUND THEN
              MOVE "Y" TO WS-SS-CONTROLLED(WS-SRC-IDX)
              MOVE WS-DEFAULT-MAX-GAP TO WS-SS-MAX-GAP(WS-SRC-IDX)
              MOVE WS-DEFAULT-TOLERANCE TO WS-SS-TOLERANCE(WS-SRC-IDX)
              MOVE WS-DEFAULT-WARN TO WS-SS-WARN(WS-SRC-IDX)
           END-IF.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
              IF WS-CT-SOURCE(WS-CTL-IDX) = OT-SOURCE-SYSTEM THEN
                 MOVE "Y" TO WS-SS-CONTROLLED(WS-SRC-IDX)
                 MOVE WS-CT-MAX-GAP(WS-CTL-IDX)
                    TO WS-SS-MAX-GAP(WS-SRC-IDX)
                 MOVE WS-CT-TOLERANCE(WS-CTL-IDX)
                    TO WS-SS-TOLERANCE(WS-SRC-IDX)
                 MOVE WS-CT-WARN(WS-CTL-IDX) TO WS-SS-WARN(WS-SRC-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-SS-HIGH-SECS(WS-SRC-IDX).
           MOVE 0 TO WS-SS-HIGH-DATE(WS-SRC-IDX).
           MOVE 0 TO WS-SS-HIGH-TIME(WS-SRC-IDX).
           MOVE 0 TO WS-SS-RECORDS(WS-SRC-IDX).
           MOVE 0 TO WS-SS-GAPS(WS-SRC-IDX).
           MOVE 0 TO WS-SS-RUNS(WS-SRC-IDX).
           MOVE 0 TO WS-SS-OOO-RECS(WS-SRC-IDX).
           MOVE "N" TO WS-SS-IN-RUN(WS-SRC-IDX).
           MOVE 0 TO WS-SS-RUN-DATE(WS-SRC-IDX).
           MOVE 0 TO WS-SS-RUN-TIME(WS-SRC-IDX).
           MOVE 0 TO WS-SS-RUN-RECS(WS-SRC-IDX).

      * First/last are the earliest and latest timestamps for the
      * day; first/last received are those of the first and last
      * records in arrival order.
       1200-TALLY-DAY.
           SET WS-DAY-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-DAY-IDX FROM WS-DAY-COUNT BY -1
                   UNTIL WS-DAY-IDX < 1
              IF WS-DY-SOURCE(WS-DAY-IDX) = OT-SOURCE-SYSTEM
                 AND WS-DY-DATE(WS-DAY-IDX) = OT-NORM-DATE THEN
                 SET WS-DAY-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DAY-FOUND THEN
              ADD 1 TO WS-DY-RECORDS(WS-DAY-IDX)
              IF OT-NORM-TIME < WS-DY-FIRST-TIME(WS-DAY-IDX) THEN
                 MOVE OT-NORM-TIME TO WS-DY-FIRST-TIME(WS-DAY-IDX)
              END-IF
              IF OT-NORM-TIME > WS-DY-LAST-TIME(WS-DAY-IDX) THEN
                 MOVE OT-NORM-TIME TO WS-DY-LAST-TIME(WS-DAY-IDX)
              END-IF
              MOVE OT-NORM-TIME TO WS-DY-ARRIVE-LAST(WS-DAY-IDX)
           ELSE
              IF WS-DAY-COUNT < WS-DAY-MAX THEN
                 ADD 1 TO WS-DAY-COUNT
                 MOVE OT-SOURCE-SYSTEM TO WS-DY-SOURCE(WS-DAY-COUNT)
                 MOVE OT-NORM-DATE TO WS-DY-DATE(WS-DAY-COUNT)
                 MOVE 1 TO WS-DY-RECORDS(WS-DAY-COUNT)
                 MOVE OT-NORM-TIME TO WS-DY-FIRST-TIME(WS-DAY-COUNT)
                 MOVE OT-NORM-TIME TO WS-DY-LAST-TIME(WS-DAY-COUNT)
                 MOVE OT-NORM-TIME
                    TO WS-DY-ARRIVE-FIRST(WS-DAY-COUNT)
                 MOVE OT-NORM-TIME
                    TO WS-DY-ARRIVE-LAST(WS-DAY-COUNT)
              ELSE
                 IF NOT WS-DAY-OVERFLOW THEN
                    DISPLAY "DTSEQCK: more than " WS-DAY-MAX
                            " source days, remainder not listed"
                    SET WS-DAY-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-IF.

      * A record more than the tolerance behind the latest timestamp
      * is out of sequence and does not move the latest timestamp;
      * the first record back in sequence closes the run.  Only a
      * record that moves the latest timestamp forward can open a
      * gap.
       1300-CHECK-SEQUENCE.
           ADD 1 TO WS-SS-RECORDS(WS-SRC-IDX).
           IF WS-SS-RECORDS(WS-SRC-IDX) = 1 THEN
              PERFORM 1400-ADVANCE-LATEST
           ELSE
              COMPUTE WS-LIMIT-SECS
                 = WS-TS-SECS + WS-SS-TOLERANCE(WS-SRC-IDX)
              IF WS-SS-CONTROLLED(WS-SRC-IDX) = "Y"
                 AND WS-LIMIT-SECS < WS-SS-HIGH-SECS(WS-SRC-IDX) THEN
                 PERFORM 1500-OUT-OF-SEQUENCE
              ELSE
                 IF WS-SS-IN-RUN(WS-SRC-IDX) = "Y" THEN
                    PERFORM 1600-CLOSE-RUN
                 END-IF
                 IF WS-TS-SECS > WS-SS-HIGH-SECS(WS-SRC-IDX) THEN
                    COMPUTE WS-GAP-SECS
                       = WS-TS-SECS - WS-SS-HIGH-SECS(WS-SRC-IDX)
                    IF WS-SS-CONTROLLED(WS-SRC-IDX) = "Y"
                       AND WS-SS-MAX-GAP(WS-SRC-IDX) > 0
                       AND WS-GAP-SECS > WS-SS-MAX-GAP(WS-SRC-IDX)
                    THEN
                       PERFORM 1700-REPORT-GAP
                    END-IF
                    PERFORM 1400-ADVANCE-LATEST
                 END-IF
              END-IF
           END-IF.

       1400-ADVANCE-LATEST.
           MOVE WS-TS-SECS TO WS-SS-HIGH-SECS(WS-SRC-IDX).
           MOVE OT-NORM-DATE TO WS-SS-HIGH-DATE(WS-SRC-IDX).
           MOVE OT-NORM-TIME TO WS-SS-HIGH-TIME(WS-SRC-IDX).

       1500-OUT-OF-SEQUENCE.
           IF WS-SS-IN-RUN(WS-SRC-IDX) NOT = "Y" THEN
              MOVE "Y" TO WS-SS-IN-RUN(WS-SRC-IDX)
              MOVE OT-NORM-DATE TO WS-SS-RUN-DATE(WS-SRC-IDX)
              MOVE OT-NORM-TIME TO WS-SS-RUN-TIME(WS-SRC-IDX)
              MOVE 0 TO WS-SS-RUN-RECS(WS-SRC-IDX)
              ADD 1 TO WS-SS-RUNS(WS-SRC-IDX)
              ADD 1 TO WS-RUN-COUNT
           END-IF.
           ADD 1 TO WS-SS-RUN-RECS(WS-SRC-IDX).
           ADD 1 TO WS-SS-OOO-RECS(WS-SRC-IDX).
           ADD 1 TO WS-OOO-COUNT.
           MOVE "WARN OUT OF SEQUENCE" TO WS-WARN-TEXT.
           PERFORM 1800-ADD-WARNING.

       1600-CLOSE-RUN.
           MOVE WS-SS-SOURCE(WS-SRC-IDX) TO WS-EL-SOURCE.
           MOVE "OUT SEQ" TO WS-EL-EVENT.
           MOVE WS-SS-RUN-DATE(WS-SRC-IDX) TO WS-EL-FROM-DATE.
           MOVE WS-SS-RUN-TIME(WS-SRC-IDX) TO WS-EL-FROM-TIME.
           MOVE WS-SS-HIGH-DATE(WS-SRC-IDX) TO WS-EL-TO-DATE.
           MOVE WS-SS-HIGH-TIME(WS-SRC-IDX) TO WS-EL-TO-TIME.
           MOVE WS-SS-RUN-RECS(WS-SRC-IDX) TO WS-EL-AMOUNT.
           MOVE "RECORDS" TO WS-EL-UNIT.
           PERFORM 1750-WRITE-EXCEPTION-LINE.
           MOVE "N" TO WS-SS-IN-RUN(WS-SRC-IDX).

       1700-REPORT-GAP.
           ADD 1 TO WS-SS-GAPS(WS-SRC-IDX).
           ADD 1 TO WS-GAP-COUNT.
           MOVE WS-SS-SOURCE(WS-SRC-IDX) TO WS-EL-SOURCE.
           MOVE "GAP" TO WS-EL-EVENT.
           MOVE WS-SS-HIGH-DATE(WS-SRC-IDX) TO WS-EL-FROM-DATE.
           MOVE WS-SS-HIGH-TIME(WS-SRC-IDX) TO WS-EL-FROM-TIME.
           MOVE OT-NORM-DATE TO WS-EL-TO-DATE.
           MOVE OT-NORM-TIME TO WS-EL-TO-TIME.
           MOVE WS-GAP-SECS TO WS-EL-AMOUNT.
           MOVE "SECONDS" TO WS-EL-UNIT.
           PERFORM 1750-WRITE-EXCEPTION-LINE.
           MOVE "WARN GAP" TO WS-WARN-TEXT.
           PERFORM 1800-ADD-WARNING.

       1750-WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           ADD 1 TO WS-EXCEPTION-LINES.

      * Warnings are found in arrival order and put back into
      * TRANSOUT order by 3900-SORT-WARNINGS before the audit log is
      * flagged.  A record that both ends a gap and is flagged keeps
      * only its first warning.
       1800-ADD-WARNING.
           IF WS-SS-WARN(WS-SRC-IDX) = "Y" THEN
              IF WS-WARN-COUNT < WS-WARN-MAX THEN
                 ADD 1 TO WS-WARN-COUNT
                 MOVE OT-SOURCE-SYSTEM TO WS-WN-SOURCE(WS-WARN-COUNT)
                 MOVE OT-NORM-DATE TO WS-WN-DATE(WS-WARN-COUNT)
                 MOVE OT-NORM-TIME TO WS-WN-TIME(WS-WARN-COUNT)
                 MOVE WS-WARN-TEXT TO WS-WN-TEXT(WS-WARN-COUNT)
                 MOVE SQ-FILE-POS TO WS-WN-FILE-POS(WS-WARN-COUNT)
              ELSE
                 IF NOT WS-WARN-OVERFLOW THEN
                    DISPLAY "DTSEQCK: more than " WS-WARN-MAX
                            " warnings, remainder not flagged"
                    SET WS-WARN-OVERFLOW TO TRUE
                 END-IF
              END-IF
           END-IF.

       1900-CLOSE-OPEN-RUNS.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
              IF WS-SS-IN-RUN(WS-SRC-IDX) = "Y" THEN
                 PERFORM 1600-CLOSE-RUN
              END-IF
           END-PERFORM.

      * Seconds from a fixed origin, so a gap can span midnight or
      * a month end: a day number from the civil date (March-based
      * year, so the leap day falls at the end) times 86400 plus the
      * seconds of the day.
       2900-COMPUTE-SECONDS.
           MOVE OT-NORM-DATE(1:4) TO WS-DN-YEAR.
           MOVE OT-NORM-DATE(5:2) TO WS-DN-MONTH.
           MOVE OT-NORM-DATE(7:2) TO WS-DN-DAY.
           IF WS-DN-MONTH <= 2 THEN
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MONTH-WORK = 153 * (WS-DN-MONTH - 3) + 2.
           DIVIDE WS-DN-MONTH-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
           COMPUTE WS-DN-DAY-NUMBER
              = 365 * WS-DN-YEAR + WS-DN-Q4 - WS-DN-Q100
                + WS-DN-Q400 + WS-DN-MONTH-DAYS + WS-DN-DAY.
           MOVE OT-NORM-TIME(1:2) TO WS-DN-HOURS.
           MOVE OT-NORM-TIME(3:2) TO WS-DN-MINUTES.
           MOVE OT-NORM-TIME(5:2) TO WS-DN-SECONDS.
           COMPUTE WS-TS-SECS
              = WS-DN-DAY-NUMBER * 86400
                + WS-DN-HOURS * 3600
                + WS-DN-MINUTES * 60
                + WS-DN-SECONDS.

      * TRANSOUT order is the order the PASS lines stand in the
      * audit log, which 4200-FLAG-ONE-AUDIT-LINE walks in step.
       3900-SORT-WARNINGS.
           SET WS-SWAPPED TO TRUE.
           PERFORM UNTIL WS-NOT-SWAPPED
              SET WS-NOT-SWAPPED TO TRUE
              PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
                      UNTIL WS-WARN-IDX >= WS-WARN-COUNT
                 COMPUTE WS-WARN-IDX2 = WS-WARN-IDX + 1
                 IF WS-WN-FILE-POS(WS-WARN-IDX)
                    > WS-WN-FILE-POS(WS-WARN-IDX2) THEN
                    MOVE WS-WARN-ENTRY(WS-WARN-IDX) TO WS-WARN-SWAP
                    MOVE WS-WARN-ENTRY(WS-WARN-IDX2)
                       TO WS-WARN-ENTRY(WS-WARN-IDX)
                    MOVE WS-WARN-SWAP TO WS-WARN-ENTRY(WS-WARN-IDX2)
                    SET WS-SWAPPED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       4000-FLAG-AUDIT-WARNINGS.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING "AUDIT" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-FILE-NAME.
           MOVE SPACES TO WS-AUDIT-TEMP-NAME.
           STRING WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                  ".TMP" DELIMITED BY SIZE
                  INTO WS-AUDIT-TEMP-NAME.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00" THEN
              DISPLAY "DTSEQCK: unable to open " WS-AUDIT-FILE-NAME
                      ", status " WS-AUDIT-STATUS
                      ", warnings not flagged"
              MOVE WS-WARN-COUNT TO WS-UNMATCHED-COUNT
           ELSE
              OPEN OUTPUT AUDIT-TEMP-FILE
              IF WS-AUDIT-TEMP-STATUS NOT = "00" THEN
                 DISPLAY "DTSEQCK: unable to open "
                         WS-AUDIT-TEMP-NAME ", status "
                         WS-AUDIT-TEMP-STATUS ", warnings not flagged"
                 CLOSE AUDIT-FILE
                 MOVE WS-WARN-COUNT TO WS-UNMATCHED-COUNT
              ELSE
                 PERFORM 4100-COPY-AUDIT-FILE
              END-IF
           END-IF.

       4100-COPY-AUDIT-FILE.
           PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
              READ AUDIT-FILE
                 AT END
                    MOVE "10" TO WS-AUDIT-STATUS
                 NOT AT END
                    PERFORM 4200-FLAG-ONE-AUDIT-LINE
                    MOVE AUDIT-REC TO AUDIT-TEMP-REC
                    WRITE AUDIT-TEMP-REC
                    IF WS-AUDIT-TEMP-STATUS NOT = "00" THEN
                       DISPLAY "DTSEQCK: audit copy write failed, "
                               "status " WS-AUDIT-TEMP-STATUS
                       CLOSE AUDIT-FILE
                       CLOSE AUDIT-TEMP-FILE
                       CALL "CBL_DELETE_FILE"
                          USING WS-AUDIT-TEMP-NAME
                       CLOSE REPORT-FILE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 8100-WRITE-RUNLOG-END
                       STOP RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-AUDIT-TEMP-NAME
                                        WS-AUDIT-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
              DISPLAY "DTSEQCK: unable to replace "
                      WS-AUDIT-FILE-NAME ", warnings not flagged"
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           IF WS-WARN-NEXT <= WS-WARN-COUNT THEN
              COMPUTE WS-UNMATCHED-COUNT
                 = WS-WARN-COUNT - WS-WARN-NEXT + 1
              DISPLAY "DTSEQCK: " WS-UNMATCHED-COUNT
                      " warning(s) had no matching audit line"
           END-IF.

       4200-FLAG-ONE-AUDIT-LINE.
           IF WS-WARN-NEXT <= WS-WARN-COUNT
              AND AU-STATUS = "PASS"
              AND AU-SOURCE-SYSTEM = WS-WN-SOURCE(WS-WARN-NEXT)
              AND AU-NORM-DATE = WS-WN-DATE(WS-WARN-NEXT)
              AND AU-NORM-TIME = WS-WN-TIME(WS-WARN-NEXT) THEN
              IF AU-REASON-CODE = SPACES THEN
                 MOVE WS-WN-TEXT(WS-WARN-NEXT) TO AU-REASON-CODE
                 ADD 1 TO WS-FLAGGED-COUNT
              END-IF
              ADD 1 TO WS-WARN-NEXT
           END-IF.

       5000-WRITE-DAY-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "FIRST AND LAST TIMESTAMP BY SOURCE AND DAY"
              TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HEADING-2 TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
              PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                      UNTIL WS-DAY-IDX > WS-DAY-COUNT
                 IF WS-DY-SOURCE(WS-DAY-IDX)
                    = WS-SS-SOURCE(WS-SRC-IDX) THEN
                    MOVE WS-DY-SOURCE(WS-DAY-IDX) TO WS-DL-SOURCE
                    MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-DL-DATE
                    MOVE WS-DY-RECORDS(WS-DAY-IDX) TO WS-DL-RECORDS
                    MOVE WS-DY-FIRST-TIME(WS-DAY-IDX) TO WS-DL-FIRST
                    MOVE WS-DY-LAST-TIME(WS-DAY-IDX) TO WS-DL-LAST
                    MOVE WS-DY-ARRIVE-FIRST(WS-DAY-IDX)
                       TO WS-DL-ARRIVE-FIRST
                    MOVE WS-DY-ARRIVE-LAST(WS-DAY-IDX)
                       TO WS-DL-ARRIVE-LAST
                    MOVE WS-DAY-LINE TO REPORT-REC
                    WRITE REPORT-REC
                 END-IF
              END-PERFORM
           END-PERFORM.

       6000-WRITE-SOURCE-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "SUMMARY BY SOURCE" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HEADING-3 TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
              MOVE WS-SS-SOURCE(WS-SRC-IDX) TO WS-SL-SOURCE
              MOVE WS-SS-RECORDS(WS-SRC-IDX) TO WS-SL-RECORDS
              MOVE WS-SS-GAPS(WS-SRC-IDX) TO WS-SL-GAPS
              MOVE WS-SS-RUNS(WS-SRC-IDX) TO WS-SL-RUNS
              MOVE WS-SS-OOO-RECS(WS-SRC-IDX) TO WS-SL-OOO
              IF WS-SS-CONTROLLED(WS-SRC-IDX) = "Y" THEN
                 MOVE WS-SS-MAX-GAP(WS-SRC-IDX) TO WS-LM-MAX-GAP
                 MOVE WS-SS-TOLERANCE(WS-SRC-IDX) TO WS-LM-TOLERANCE
                 MOVE WS-SS-WARN(WS-SRC-IDX) TO WS-LM-WARN
                 MOVE WS-LIMITS-AREA TO WS-SL-LIMITS
              ELSE
                 MOVE "NO SEQCTL ENTRY" TO WS-SL-LIMITS
              END-IF
              MOVE WS-SOURCE-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "RECORDS READ FROM TRANSOUT" TO WS-SM-LABEL.
           MOVE WS-READ-COUNT TO WS-SM-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE.
           MOVE "GAPS OVER LIMIT" TO WS-SM-LABEL.
           MOVE WS-GAP-COUNT TO WS-SM-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE.
           MOVE "OUT-OF-SEQUENCE RUNS" TO WS-SM-LABEL.
           MOVE WS-RUN-COUNT TO WS-SM-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE.
           MOVE "OUT-OF-SEQUENCE RECORDS" TO WS-SM-LABEL.
           MOVE WS-OOO-COUNT TO WS-SM-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE.
           MOVE "AUDIT LINES FLAGGED" TO WS-SM-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-SM-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE.
           MOVE "WARNINGS WITH NO AUDIT LINE" TO WS-SM-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-SM-COUNT.
           PERFORM 6100-WRITE-SUMMARY-LINE.

       6100-WRITE-SUMMARY-LINE.
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
           COMPUTE RC-ACCEPT-COUNT = WS-READ-COUNT - WS-OOO-COUNT.
           MOVE WS-EXCEPTION-LINES TO RC-REJECT-COUNT.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTSEQCK" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTSEQCK: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTSEQCK: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
