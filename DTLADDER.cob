      ******************************************************************
      * DTLADDER - Value-date ladder, run once DTMERGE has built the
      * night's TRANSOUT.  Buckets every accepted transaction by its
      * rolled business date (OT-ROLLED-DATE) into the processing
      * date from the DATECARD and the business days after it, n
      * business days in all, T+0 through T+(n-1), against the
      * holiday calendar configured in DTPARMS, with EARLIER and
      * LATER buckets for value dates outside the ladder.  A value
      * date that is not itself a business day (roll convention N)
      * falls in the first bucket on or after it.  For each source
      * system and for all sources together the LADDRPT report
      * shows how many transactions carry each value date and how
      * many the roll convention moved forward or backward from
      * OT-NORM-DATE.  n, the number of business days, is taken
      * from the DTLADDAYS environment variable (1-30, default 10).
      * Each night's counts are added to the DTLADPRD cumulative
      * period file (see DTLADPRC).  When the DATECARD marks the
      * processing date as a month, quarter or year end, LADDRPT
      * also carries a period-close section for each such period:
      * the period's accepted, rolled-forward and rolled-backward
      * totals by source, the transactions whose rolled date fell
      * in a different period than their normalized date, and the
      * reject chains still outstanding in the DTRJAGE masters
      * (DTRJAGE.S0n of a parallel run, DTSTREAMS count, included).
      * Ends with condition code 8 when a DTRJAGE master exists but
      * cannot be read, so the outstanding count in the close
      * section is incomplete (the report is still written), and 16
      * when any other file fails.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTLADDER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATECARD-FILE ASSIGN TO "DATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATECARD-STATUS.

           SELECT PARM-FILE ASSIGN TO "DTPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSOUT-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-PERIOD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-TEMP-FILE
               ASSIGN DYNAMIC WS-PERIOD-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-TEMP-STATUS.

           SELECT AGE-FILE ASSIGN DYNAMIC WS-AGE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-AGE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LADDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "DTRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATECARD-FILE.
       COPY DTDCARDC.

       FD  PARM-FILE.
       COPY DTPARMRC.

       FD  TRANSOUT-FILE.
       COPY DTOUTREC.

       FD  PERIOD-FILE.
       COPY DTLADPRC.

       FD  PERIOD-TEMP-FILE.
       01  PERIOD-TEMP-REC      PIC X(41).

       FD  AGE-FILE.
       COPY DTRJAGRC.

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-DATECARD-STATUS   PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-TRANSOUT-STATUS   PIC X(2).
       01  WS-PERIOD-STATUS     PIC X(2).
       01  WS-PERIOD-TEMP-STATUS PIC X(2).
       01  WS-AGE-STATUS        PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).

       01  WS-PERIOD-FILE-NAME  PIC X(20) VALUE "DTLADPRD".
       01  WS-PERIOD-TEMP-NAME  PIC X(20) VALUE "DTLADPRD.TMP".
       01  WS-AGE-FILE-NAME     PIC X(20).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-PROCESS-DATE      PIC 9(8).
       01  WS-HOLIDAY-CALENDAR  PIC X(8) VALUE SPACES.

       01  WS-MONTH-END-FLAG    PIC X(1) VALUE "N".
           88  WS-MONTH-END             VALUE "Y".
       01  WS-QTR-END-FLAG      PIC X(1) VALUE "N".
           88  WS-QTR-END               VALUE "Y".
       01  WS-YEAR-END-FLAG     PIC X(1) VALUE "N".
           88  WS-YEAR-END              VALUE "Y".

       01  WS-LADDER-INPUT      PIC X(2).
       01  WS-LADDER-WORK       PIC 9(2).
       01  WS-LADDER-DAYS       PIC 9(2) VALUE 10.
       01  WS-LADDER-DAYS-MAX   PIC 9(2) VALUE 30.

       01  WS-STREAMS-INPUT     PIC X(1).
       01  WS-STREAM-COUNT      PIC 9(2) VALUE 2.
       01  WS-STREAM-NO         PIC 9(2).
       01  WS-STREAM-NO-X       PIC 9(2).

       COPY DTDCALRC.

       01  WS-COUNTERS.
           05  WS-READ-COUNT    PIC 9(9) VALUE 0.
           05  WS-FORWARD-COUNT PIC 9(9) VALUE 0.
           05  WS-BACKWARD-COUNT PIC 9(9) VALUE 0.
           05  WS-PERIOD-KEPT   PIC 9(9) VALUE 0.
           05  WS-PERIOD-ADDED  PIC 9(9) VALUE 0.
           05  WS-OUTSTANDING-COUNT PIC 9(9) VALUE 0.

      * Bucket 1 is EARLIER (before the processing date), buckets 2
      * through n+1 are T+0 through T+(n-1), the last is LATER.
       01  WS-BUCKET-COUNT      PIC 9(2).
       01  WS-BUCKET-IDX        PIC 9(2).
       01  WS-BUCKET-AREA.
           05  WS-BK-DATE       PIC 9(8) OCCURS 32 TIMES.

      * Entry 1 accumulates all sources together.
       01  WS-LAD-MAX           PIC 9(3) VALUE 100.
       01  WS-LAD-COUNT         PIC 9(3) VALUE 1.
       01  WS-LAD-IDX           PIC 9(3).
       01  WS-LAD-TABLE-AREA.
           05  WS-LAD-ENTRY OCCURS 100 TIMES.
               10  WS-LA-SOURCE     PIC X(8).
               10  WS-LA-BUCKET OCCURS 32 TIMES.
                   15  WS-LA-ACCEPTED   PIC 9(9).
                   15  WS-LA-FORWARD    PIC 9(9).
                   15  WS-LA-BACKWARD   PIC 9(9).

       01  WS-PAIR-MAX          PIC 9(4) VALUE 5000.
       01  WS-PAIR-COUNT        PIC 9(4) VALUE 0.
       01  WS-PAIR-IDX          PIC 9(4).
       01  WS-PAIR-TABLE-AREA.
           05  WS-PAIR-ENTRY OCCURS 5000 TIMES.
               10  WS-PR-SOURCE     PIC X(8).
               10  WS-PR-NORM-DATE  PIC 9(8).
               10  WS-PR-ROLLED-DATE PIC 9(8).
               10  WS-PR-COUNT      PIC 9(9).

      * Period 1 is the month, 2 the quarter, 3 the year.  Entry 1
      * accumulates all sources together.
       01  WS-CLS-MAX           PIC 9(3) VALUE 100.
       01  WS-CLS-COUNT         PIC 9(3) VALUE 1.
       01  WS-CLS-IDX           PIC 9(3).
       01  WS-CLS-SAVE-IDX      PIC 9(3).
       01  WS-CLS-TABLE-AREA.
           05  WS-CLS-ENTRY OCCURS 100 TIMES.
               10  WS-CL-SOURCE     PIC X(8).
               10  WS-CL-OUTSTANDING PIC 9(9).
               10  WS-CL-PERIOD OCCURS 3 TIMES.
                   15  WS-CL-ACCEPTED   PIC 9(9).
                   15  WS-CL-FORWARD    PIC 9(9).
                   15  WS-CL-BACKWARD   PIC 9(9).
                   15  WS-CL-CROSS-FWD  PIC 9(9).
                   15  WS-CL-CROSS-BACK PIC 9(9).
       01  WS-CLS-SOURCE        PIC X(8).

       01  WS-PERIOD-IDX        PIC 9(1).
       01  WS-KEY-DATE          PIC 9(8).
       01  WS-PERIOD-KEY        PIC 9(6).
       01  WS-PROCESS-KEY       PIC 9(6).
       01  WS-NORM-KEY          PIC 9(6).
       01  WS-ROLLED-KEY        PIC 9(6).
       01  WS-KEY-MONTH         PIC 9(2).
       01  WS-KEY-QUARTER       PIC 9(1).
       01  WS-PERIOD-LABEL      PIC X(20).

       01  WS-TITLE-LINE.
           05  FILLER           PIC X(26)
                                VALUE "BUSINESS DAYS IN LADDER:".
           05  WS-TL-DAYS       PIC Z9.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  FILLER           PIC X(18) VALUE "HOLIDAY CALENDAR:".
           05  WS-TL-CALENDAR   PIC X(8).
           05  FILLER           PIC X(22) VALUE SPACES.

       01  WS-LADDER-HEADING.
           05  FILLER           PIC X(8)  VALUE "BUCKET".
           05  FILLER           PIC X(11) VALUE "VALUE DATE".
           05  FILLER           PIC X(11) VALUE "   ACCEPTED".
           05  FILLER           PIC X(11) VALUE " NOT ROLLED".
           05  FILLER           PIC X(11) VALUE " ROLLED FWD".
           05  FILLER           PIC X(28) VALUE " ROLLED BCK".

       01  WS-LADDER-LINE.
           05  WS-LL-TAG        PIC X(7).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-LL-DATE       PIC X(8).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-LL-ACCEPTED   PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-LL-NOT-ROLLED PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-LL-FORWARD    PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-LL-BACKWARD   PIC ZZZZZZZZ9.
           05  FILLER           PIC X(19) VALUE SPACES.

       01  WS-TAG-NUMBER        PIC 9(2).
       01  WS-LINE-TOTALS.
           05  WS-LT-ACCEPTED   PIC 9(9).
           05  WS-LT-FORWARD    PIC 9(9).
           05  WS-LT-BACKWARD   PIC 9(9).

       01  WS-CLOSE-HEADING.
           05  FILLER           PIC X(9)  VALUE "SOURCE".
           05  FILLER           PIC X(11) VALUE "   ACCEPTED".
           05  FILLER           PIC X(11) VALUE " ROLLED FWD".
           05  FILLER           PIC X(11) VALUE " ROLLED BCK".
           05  FILLER           PIC X(11) VALUE "  CROSS FWD".
           05  FILLER           PIC X(11) VALUE "  CROSS BCK".
           05  FILLER           PIC X(16) VALUE "   OPEN REJ".

       01  WS-CLOSE-LINE.
           05  WS-CL-LINE-SOURCE PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-CLL-ACCEPTED  PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CLL-FORWARD   PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CLL-BACKWARD  PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CLL-CROSS-FWD PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CLL-CROSS-BACK PIC ZZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-CLL-OUTSTANDING PIC ZZZZZZZZ9.
           05  FILLER           PIC X(7) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SM-LABEL      PIC X(32).
           05  WS-SM-COUNT      PIC 9(9).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 8000-WRITE-RUNLOG-START.
           PERFORM 0100-READ-DATECARD.
           PERFORM 0150-LOAD-PARAMETERS.
           PERFORM 0170-GET-OPTIONS.
           PERFORM 0300-BUILD-LADDER-DATES.
           PERFORM 0500-OPEN-REPORT.
           PERFORM 1000-READ-TRANSOUT.
           PERFORM 2000-WRITE-LADDER.
           PERFORM 3000-REWRITE-PERIOD-FILE.
           IF WS-MONTH-END OR WS-QTR-END OR WS-YEAR-END THEN
              PERFORM 4000-PERIOD-CLOSE
           END-IF.
           PERFORM 5000-WRITE-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "DTLADDER: " WS-READ-COUNT " accepted, "
                   WS-FORWARD-COUNT " rolled forward, "
                   WS-BACKWARD-COUNT " rolled backward".
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

      * The period-end flags are taken only from a DATECARD that
      * supplied the processing date.
       0100-READ-DATECARD.
           MOVE WS-CURRENT-DATE TO WS-PROCESS-DATE.
           OPEN INPUT DATECARD-FILE.
           IF WS-DATECARD-STATUS = "00" THEN
              READ DATECARD-FILE
                  NOT AT END
                      IF DK-PROCESS-DATE IS NUMERIC
                         AND DK-PROCESS-DATE > 0 THEN
                         MOVE DK-PROCESS-DATE TO WS-PROCESS-DATE
                         MOVE DK-MONTH-END-FLAG TO WS-MONTH-END-FLAG
                         MOVE DK-QTR-END-FLAG TO WS-QTR-END-FLAG
                         MOVE DK-YEAR-END-FLAG TO WS-YEAR-END-FLAG
                      END-IF
              END-READ
              CLOSE DATECARD-FILE
           END-IF.
           MOVE "DOW " TO DC-FUNCTION-CODE.
           MOVE SPACES TO DC-CALENDAR-ID.
           MOVE WS-PROCESS-DATE TO DC-DATE.
           CALL "DTDATECALC" USING DATECALC-PARMS.
           IF NOT DC-SUCCESS THEN
              DISPLAY "DTLADDER: " WS-PROCESS-DATE
                      " is not a valid date"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       0150-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00" THEN
              READ PARM-FILE
                  NOT AT END
                      MOVE PM-HOLIDAY-CALENDAR
                         TO WS-HOLIDAY-CALENDAR
              END-READ
              CLOSE PARM-FILE
           END-IF.

       0170-GET-OPTIONS.
           ACCEPT WS-LADDER-INPUT FROM ENVIRONMENT "DTLADDAYS"
               ON EXCEPTION
                  MOVE SPACES TO WS-LADDER-INPUT
           END-ACCEPT.
           IF WS-LADDER-INPUT(2:1) = SPACE
              AND WS-LADDER-INPUT(1:1) IS NUMERIC THEN
              MOVE WS-LADDER-INPUT(1:1) TO WS-LADDER-INPUT(2:1)
              MOVE "0" TO WS-LADDER-INPUT(1:1)
           END-IF.
           IF WS-LADDER-INPUT IS NUMERIC THEN
              MOVE WS-LADDER-INPUT TO WS-LADDER-WORK
              IF WS-LADDER-WORK > 0
                 AND WS-LADDER-WORK <= WS-LADDER-DAYS-MAX THEN
                 MOVE WS-LADDER-WORK TO WS-LADDER-DAYS
              ELSE
                 DISPLAY "DTLADDER: DTLADDAYS " WS-LADDER-INPUT
                         " outside 1-" WS-LADDER-DAYS-MAX
                         ", using " WS-LADDER-DAYS
              END-IF
           END-IF.
           ACCEPT WS-STREAMS-INPUT FROM ENVIRONMENT "DTSTREAMS"
               ON EXCEPTION
                  MOVE SPACES TO WS-STREAMS-INPUT
           END-ACCEPT.
           IF WS-STREAMS-INPUT IS NUMERIC
              AND WS-STREAMS-INPUT NOT = "0" THEN
              MOVE WS-STREAMS-INPUT TO WS-STREAM-COUNT
           END-IF.

      * T+0 is the processing date when it is a business day, else
      * the next business day after it.
       0300-BUILD-LADDER-DATES.
           COMPUTE WS-BUCKET-COUNT = WS-LADDER-DAYS + 2.
           MOVE 0 TO WS-BK-DATE(1).
           MOVE 99999999 TO WS-BK-DATE(WS-BUCKET-COUNT).
           MOVE "BUS " TO DC-FUNCTION-CODE.
           MOVE WS-HOLIDAY-CALENDAR TO DC-CALENDAR-ID.
           MOVE WS-PROCESS-DATE TO DC-DATE.
           CALL "DTDATECALC" USING DATECALC-PARMS.
           IF DC-SUCCESS AND DC-BUSINESS-DAY-FLAG = "Y" THEN
              MOVE WS-PROCESS-DATE TO WS-BK-DATE(2)
           ELSE
              MOVE WS-PROCESS-DATE TO DC-DATE
              PERFORM 0310-NEXT-BUSINESS-DAY
              MOVE DC-RESULT-DATE TO WS-BK-DATE(2)
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 3 BY 1
                   UNTIL WS-BUCKET-IDX >= WS-BUCKET-COUNT
              MOVE WS-BK-DATE(WS-BUCKET-IDX - 1) TO DC-DATE
              PERFORM 0310-NEXT-BUSINESS-DAY
              MOVE DC-RESULT-DATE TO WS-BK-DATE(WS-BUCKET-IDX)
           END-PERFORM.
           MOVE "ALL SRCS" TO WS-LA-SOURCE(1).
           MOVE 1 TO WS-LAD-IDX.
           PERFORM 1150-CLEAR-LADDER-ENTRY.

       0310-NEXT-BUSINESS-DAY.
           MOVE "ADDB" TO DC-FUNCTION-CODE.
           MOVE WS-HOLIDAY-CALENDAR TO DC-CALENDAR-ID.
           MOVE 1 TO DC-BUSINESS-DAYS.
           CALL "DTDATECALC" USING DATECALC-PARMS.
           IF NOT DC-SUCCESS THEN
              DISPLAY "DTLADDER: unable to step a business day from "
                      DC-DATE ", return code " DC-RETURN-CODE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       0500-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "DTLADDER: unable to open LADDRPT, status "
                      WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "DTLADDER VALUE-DATE LADDER FOR PROCESSING DATE "
                  DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-LADDER-DAYS TO WS-TL-DAYS.
           IF WS-HOLIDAY-CALENDAR = SPACES THEN
              MOVE "(ALL)" TO WS-TL-CALENDAR
           ELSE
              MOVE WS-HOLIDAY-CALENDAR TO WS-TL-CALENDAR
           END-IF.
           MOVE WS-TITLE-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       1000-READ-TRANSOUT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT TRANSOUT-FILE.
           IF WS-TRANSOUT-STATUS NOT = "00" THEN
              DISPLAY "DTLADDER: unable to open TRANSOUT, status "
                      WS-TRANSOUT-STATUS
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
              READ TRANSOUT-FILE
                 AT END
                    SET WS-END-OF-FILE TO TRUE
                 NOT AT END
                    PERFORM 1100-TALLY-TRANSACTION
              END-READ
           END-PERFORM.
           CLOSE TRANSOUT-FILE.

       1100-TALLY-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           PERFORM VARYING WS-LAD-IDX FROM 2 BY 1
                   UNTIL WS-LAD-IDX > WS-LAD-COUNT
              IF WS-LA-SOURCE(WS-LAD-IDX) = OT-SOURCE-SYSTEM THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-LAD-IDX > WS-LAD-COUNT THEN
              IF WS-LAD-COUNT >= WS-LAD-MAX THEN
                 DISPLAY "DTLADDER: more than " WS-LAD-MAX
                         " source systems in TRANSOUT, run stopped"
                 CLOSE TRANSOUT-FILE
                 CLOSE REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-LAD-COUNT
              MOVE WS-LAD-COUNT TO WS-LAD-IDX
              MOVE OT-SOURCE-SYSTEM TO WS-LA-SOURCE(WS-LAD-IDX)
              PERFORM 1150-CLEAR-LADDER-ENTRY
           END-IF.
           IF OT-ROLLED-DATE < WS-PROCESS-DATE THEN
              MOVE 1 TO WS-BUCKET-IDX
           ELSE
              PERFORM VARYING WS-BUCKET-IDX FROM 2 BY 1
                      UNTIL WS-BUCKET-IDX >= WS-BUCKET-COUNT
                 IF WS-BK-DATE(WS-BUCKET-IDX) >= OT-ROLLED-DATE THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 1200-ADD-TO-LADDER.
           MOVE 1 TO WS-LAD-IDX.
           PERFORM 1200-ADD-TO-LADDER.
           IF OT-ROLLED-DATE > OT-NORM-DATE THEN
              ADD 1 TO WS-FORWARD-COUNT
           END-IF.
           IF OT-ROLLED-DATE < OT-NORM-DATE THEN
              ADD 1 TO WS-BACKWARD-COUNT
           END-IF.
           PERFORM 1300-TALLY-PAIR.

       1150-CLEAR-LADDER-ENTRY.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
              MOVE 0 TO WS-LA-ACCEPTED(WS-LAD-IDX, WS-BUCKET-IDX)
              MOVE 0 TO WS-LA-FORWARD(WS-LAD-IDX, WS-BUCKET-IDX)
              MOVE 0 TO WS-LA-BACKWARD(WS-LAD-IDX, WS-BUCKET-IDX)
           END-PERFORM.

       1200-ADD-TO-LADDER.
           ADD 1 TO WS-LA-ACCEPTED(WS-LAD-IDX, WS-BUCKET-IDX).
           IF OT-ROLLED-DATE > OT-NORM-DATE THEN
              ADD 1 TO WS-LA-FORWARD(WS-LAD-IDX, WS-BUCKET-IDX)
           END-IF.
           IF OT-ROLLED-DATE < OT-NORM-DATE THEN
              ADD 1 TO WS-LA-BACKWARD(WS-LAD-IDX, WS-BUCKET-IDX)
           END-IF.

      * Tonight's contribution to the period file: one count per
      * source, normalized date and rolled date.
       1300-TALLY-PAIR.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              IF WS-PR-SOURCE(WS-PAIR-IDX) = OT-SOURCE-SYSTEM
                 AND WS-PR-NORM-DATE(WS-PAIR-IDX) = OT-NORM-DATE
                 AND WS-PR-ROLLED-DATE(WS-PAIR-IDX) = OT-ROLLED-DATE
              THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PAIR-IDX > WS-PAIR-COUNT THEN
              IF WS-PAIR-COUNT >= WS-PAIR-MAX THEN
                 DISPLAY "DTLADDER: more than " WS-PAIR-MAX
                         " source/date combinations, run stopped"
                 CLOSE TRANSOUT-FILE
                 CLOSE REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              ADD 1 TO WS-PAIR-COUNT
              MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
              MOVE OT-SOURCE-SYSTEM TO WS-PR-SOURCE(WS-PAIR-IDX)
              MOVE OT-NORM-DATE TO WS-PR-NORM-DATE(WS-PAIR-IDX)
              MOVE OT-ROLLED-DATE TO WS-PR-ROLLED-DATE(WS-PAIR-IDX)
              MOVE 0 TO WS-PR-COUNT(WS-PAIR-IDX)
           END-IF.
           ADD 1 TO WS-PR-COUNT(WS-PAIR-IDX).

       2000-WRITE-LADDER.
           PERFORM VARYING WS-LAD-IDX FROM 2 BY 1
                   UNTIL WS-LAD-IDX > WS-LAD-COUNT
              PERFORM 2100-WRITE-SOURCE-LADDER
           END-PERFORM.
           MOVE 1 TO WS-LAD-IDX.
           PERFORM 2100-WRITE-SOURCE-LADDER.

       2100-WRITE-SOURCE-LADDER.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-LAD-IDX = 1 THEN
              MOVE "ALL SOURCE SYSTEMS" TO REPORT-REC
           ELSE
              STRING "SOURCE SYSTEM " DELIMITED BY SIZE
                     WS-LA-SOURCE(WS-LAD-IDX) DELIMITED BY SIZE
                     INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           MOVE WS-LADDER-HEADING TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO WS-LT-ACCEPTED.
           MOVE 0 TO WS-LT-FORWARD.
           MOVE 0 TO WS-LT-BACKWARD.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
              EVALUATE TRUE
                 WHEN WS-BUCKET-IDX = 1
                    MOVE "EARLIER" TO WS-LL-TAG
                    MOVE SPACES TO WS-LL-DATE
                 WHEN WS-BUCKET-IDX = WS-BUCKET-COUNT
                    MOVE "LATER" TO WS-LL-TAG
                    MOVE SPACES TO WS-LL-DATE
                 WHEN OTHER
                    COMPUTE WS-TAG-NUMBER = WS-BUCKET-IDX - 2
                    MOVE SPACES TO WS-LL-TAG
                    STRING "T+" DELIMITED BY SIZE
                           WS-TAG-NUMBER DELIMITED BY SIZE
                           INTO WS-LL-TAG
                    MOVE WS-BK-DATE(WS-BUCKET-IDX) TO WS-LL-DATE
              END-EVALUATE
              MOVE WS-LA-ACCEPTED(WS-LAD-IDX, WS-BUCKET-IDX)
                 TO WS-LL-ACCEPTED
              COMPUTE WS-LL-NOT-ROLLED
                 = WS-LA-ACCEPTED(WS-LAD-IDX, WS-BUCKET-IDX)
                 - WS-LA-FORWARD(WS-LAD-IDX, WS-BUCKET-IDX)
                 - WS-LA-BACKWARD(WS-LAD-IDX, WS-BUCKET-IDX)
              MOVE WS-LA-FORWARD(WS-LAD-IDX, WS-BUCKET-IDX)
                 TO WS-LL-FORWARD
              MOVE WS-LA-BACKWARD(WS-LAD-IDX, WS-BUCKET-IDX)
                 TO WS-LL-BACKWARD
              MOVE WS-LADDER-LINE TO REPORT-REC
              WRITE REPORT-REC
              ADD WS-LA-ACCEPTED(WS-LAD-IDX, WS-BUCKET-IDX)
                 TO WS-LT-ACCEPTED
              ADD WS-LA-FORWARD(WS-LAD-IDX, WS-BUCKET-IDX)
                 TO WS-LT-FORWARD
              ADD WS-LA-BACKWARD(WS-LAD-IDX, WS-BUCKET-IDX)
                 TO WS-LT-BACKWARD
           END-PERFORM.
           MOVE "TOTAL" TO WS-LL-TAG.
           MOVE SPACES TO WS-LL-DATE.
           MOVE WS-LT-ACCEPTED TO WS-LL-ACCEPTED.
           COMPUTE WS-LL-NOT-ROLLED
              = WS-LT-ACCEPTED - WS-LT-FORWARD - WS-LT-BACKWARD.
           MOVE WS-LT-FORWARD TO WS-LL-FORWARD.
           MOVE WS-LT-BACKWARD TO WS-LL-BACKWARD.
           MOVE WS-LADDER-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      * Lines from earlier years and from an earlier run for this
      * processing date are dropped; tonight's counts are appended.
       3000-REWRITE-PERIOD-FILE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
              AND WS-PERIOD-STATUS NOT = "35" THEN
              DISPLAY "DTLADDER: unable to open "
                      WS-PERIOD-FILE-NAME ", status "
                      WS-PERIOD-STATUS ", period file not updated"
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           OPEN OUTPUT PERIOD-TEMP-FILE.
           IF WS-PERIOD-TEMP-STATUS NOT = "00" THEN
              DISPLAY "DTLADDER: unable to open "
                      WS-PERIOD-TEMP-NAME ", status "
                      WS-PERIOD-TEMP-STATUS ", period file not updated"
              IF WS-PERIOD-STATUS = "00" THEN
                 CLOSE PERIOD-FILE
              END-IF
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           IF WS-PERIOD-STATUS = "00" THEN
              PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
                 READ PERIOD-FILE
                    AT END
                       MOVE "10" TO WS-PERIOD-STATUS
                    NOT AT END
                       IF LP-PROCESS-DATE(1:4) = WS-PROCESS-DATE(1:4)
                          AND LP-PROCESS-DATE NOT = WS-PROCESS-DATE
                       THEN
                          PERFORM 3100-WRITE-PERIOD-TEMP
                          ADD 1 TO WS-PERIOD-KEPT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-FILE
           END-IF.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              MOVE WS-PROCESS-DATE TO LP-PROCESS-DATE
              MOVE WS-PR-SOURCE(WS-PAIR-IDX) TO LP-SOURCE-SYSTEM
              MOVE WS-PR-NORM-DATE(WS-PAIR-IDX) TO LP-NORM-DATE
              MOVE WS-PR-ROLLED-DATE(WS-PAIR-IDX) TO LP-ROLLED-DATE
              MOVE WS-PR-COUNT(WS-PAIR-IDX) TO LP-ACCEPT-COUNT
              PERFORM 3100-WRITE-PERIOD-TEMP
              ADD 1 TO WS-PERIOD-ADDED
           END-PERFORM.
           CLOSE PERIOD-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-PERIOD-TEMP-NAME
                                        WS-PERIOD-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
              DISPLAY "DTLADDER: unable to replace "
                      WS-PERIOD-FILE-NAME ", period file not updated"
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       3100-WRITE-PERIOD-TEMP.
           MOVE LADDER-PERIOD-REC TO PERIOD-TEMP-REC.
           WRITE PERIOD-TEMP-REC.
           IF WS-PERIOD-TEMP-STATUS NOT = "00" THEN
              DISPLAY "DTLADDER: period file write failed, status "
                      WS-PERIOD-TEMP-STATUS ", period file not updated"
              CLOSE PERIOD-TEMP-FILE
              CALL "CBL_DELETE_FILE" USING WS-PERIOD-TEMP-NAME
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.

       4000-PERIOD-CLOSE.
           MOVE "ALL SRCS" TO WS-CLS-SOURCE.
           MOVE 1 TO WS-CLS-IDX.
           PERFORM 4150-CLEAR-CLOSE-ENTRY.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00" THEN
              DISPLAY "DTLADDER: unable to reopen "
                      WS-PERIOD-FILE-NAME ", status "
                      WS-PERIOD-STATUS
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
              READ PERIOD-FILE
                 AT END
                    MOVE "10" TO WS-PERIOD-STATUS
                 NOT AT END
                    PERFORM 4100-TALLY-PERIOD-LINE
              END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.
           MOVE "DTRJAGE" TO WS-AGE-FILE-NAME.
           PERFORM 4300-COUNT-OUTSTANDING.
           PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
                   UNTIL WS-STREAM-NO > WS-STREAM-COUNT
              MOVE WS-STREAM-NO TO WS-STREAM-NO-X
              MOVE SPACES TO WS-AGE-FILE-NAME
              STRING "DTRJAGE.S" DELIMITED BY SIZE
                     WS-STREAM-NO-X DELIMITED BY SIZE
                     INTO WS-AGE-FILE-NAME
              PERFORM 4300-COUNT-OUTSTANDING
           END-PERFORM.
           IF WS-MONTH-END THEN
              MOVE 1 TO WS-PERIOD-IDX
              PERFORM 4500-WRITE-CLOSE-SECTION
           END-IF.
           IF WS-QTR-END THEN
              MOVE 2 TO WS-PERIOD-IDX
              PERFORM 4500-WRITE-CLOSE-SECTION
           END-IF.
           IF WS-YEAR-END THEN
              MOVE 3 TO WS-PERIOD-IDX
              PERFORM 4500-WRITE-CLOSE-SECTION
           END-IF.

      * A line belongs to a period when its processing date does;
      * it crossed the boundary when its rolled date lies in a
      * different period than its normalized date.
       4100-TALLY-PERIOD-LINE.
           MOVE LP-SOURCE-SYSTEM TO WS-CLS-SOURCE.
           PERFORM 4200-FIND-CLOSE-SOURCE.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
              MOVE WS-PROCESS-DATE TO WS-KEY-DATE
              PERFORM 4900-GET-PERIOD-KEY
              MOVE WS-PERIOD-KEY TO WS-PROCESS-KEY
              MOVE LP-PROCESS-DATE TO WS-KEY-DATE
              PERFORM 4900-GET-PERIOD-KEY
              IF WS-PERIOD-KEY = WS-PROCESS-KEY THEN
                 MOVE LP-NORM-DATE TO WS-KEY-DATE
                 PERFORM 4900-GET-PERIOD-KEY
                 MOVE WS-PERIOD-KEY TO WS-NORM-KEY
                 MOVE LP-ROLLED-DATE TO WS-KEY-DATE
                 PERFORM 4900-GET-PERIOD-KEY
                 MOVE WS-PERIOD-KEY TO WS-ROLLED-KEY
                 PERFORM 4110-ADD-TO-CLOSE
                 IF WS-CLS-IDX NOT = 1 THEN
                    MOVE WS-CLS-IDX TO WS-CLS-SAVE-IDX
                    MOVE 1 TO WS-CLS-IDX
                    PERFORM 4110-ADD-TO-CLOSE
                    MOVE WS-CLS-SAVE-IDX TO WS-CLS-IDX
                 END-IF
              END-IF
           END-PERFORM.

       4110-ADD-TO-CLOSE.
           ADD LP-ACCEPT-COUNT
              TO WS-CL-ACCEPTED(WS-CLS-IDX, WS-PERIOD-IDX).
           IF LP-ROLLED-DATE > LP-NORM-DATE THEN
              ADD LP-ACCEPT-COUNT
                 TO WS-CL-FORWARD(WS-CLS-IDX, WS-PERIOD-IDX)
           END-IF.
           IF LP-ROLLED-DATE < LP-NORM-DATE THEN
              ADD LP-ACCEPT-COUNT
                 TO WS-CL-BACKWARD(WS-CLS-IDX, WS-PERIOD-IDX)
           END-IF.
           IF WS-ROLLED-KEY > WS-NORM-KEY THEN
              ADD LP-ACCEPT-COUNT
                 TO WS-CL-CROSS-FWD(WS-CLS-IDX, WS-PERIOD-IDX)
           END-IF.
           IF WS-ROLLED-KEY < WS-NORM-KEY THEN
              ADD LP-ACCEPT-COUNT
                 TO WS-CL-CROSS-BACK(WS-CLS-IDX, WS-PERIOD-IDX)
           END-IF.

       4150-CLEAR-CLOSE-ENTRY.
           MOVE WS-CLS-SOURCE TO WS-CL-SOURCE(WS-CLS-IDX).
           MOVE 0 TO WS-CL-OUTSTANDING(WS-CLS-IDX).
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
              MOVE 0 TO WS-CL-ACCEPTED(WS-CLS-IDX, WS-PERIOD-IDX)
              MOVE 0 TO WS-CL-FORWARD(WS-CLS-IDX, WS-PERIOD-IDX)
              MOVE 0 TO WS-CL-BACKWARD(WS-CLS-IDX, WS-PERIOD-IDX)
              MOVE 0 TO WS-CL-CROSS-FWD(WS-CLS-IDX, WS-PERIOD-IDX)
              MOVE 0 TO WS-CL-CROSS-BACK(WS-CLS-IDX, WS-PERIOD-IDX)
           END-PERFORM.

      * Sources past the table size are still counted in the
      * all-sources line.
       4200-FIND-CLOSE-SOURCE.
           PERFORM VARYING WS-CLS-IDX FROM 2 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
              IF WS-CL-SOURCE(WS-CLS-IDX) = WS-CLS-SOURCE THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CLS-IDX > WS-CLS-COUNT THEN
              IF WS-CLS-COUNT < WS-CLS-MAX THEN
                 ADD 1 TO WS-CLS-COUNT
                 MOVE WS-CLS-COUNT TO WS-CLS-IDX
                 PERFORM 4150-CLEAR-CLOSE-ENTRY
              ELSE
                 MOVE 1 TO WS-CLS-IDX
              END-IF
           END-IF.

      * A master that does not exist (status 35) has nothing
      * outstanding; any other failure leaves the count short.
       4300-COUNT-OUTSTANDING.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT AGE-FILE.
           IF WS-AGE-STATUS NOT = "00" THEN
              IF WS-AGE-STATUS NOT = "35" THEN
                 DISPLAY "DTLADDER: unable to open "
                         WS-AGE-FILE-NAME ", status " WS-AGE-STATUS
                         ", outstanding count is incomplete"
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM UNTIL WS-END-OF-FILE
                 READ AGE-FILE NEXT
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       MOVE RA-SOURCE-SYSTEM TO WS-CLS-SOURCE
                       PERFORM 4200-FIND-CLOSE-SOURCE
                       IF WS-CLS-IDX NOT = 1 THEN
                          ADD 1 TO WS-CL-OUTSTANDING(WS-CLS-IDX)
                       END-IF
                       ADD 1 TO WS-CL-OUTSTANDING(1)
                 END-READ
              END-PERFORM
              CLOSE AGE-FILE
           END-IF.

       4500-WRITE-CLOSE-SECTION.
           MOVE WS-PROCESS-DATE TO WS-KEY-DATE.
           PERFORM 4900-GET-PERIOD-KEY.
           MOVE SPACES TO WS-PERIOD-LABEL.
           EVALUATE WS-PERIOD-IDX
              WHEN 1
                 STRING "MONTH " DELIMITED BY SIZE
                        WS-PROCESS-DATE(1:6) DELIMITED BY SIZE
                        INTO WS-PERIOD-LABEL
              WHEN 2
                 STRING "QUARTER " DELIMITED BY SIZE
                        WS-PROCESS-DATE(1:4) DELIMITED BY SIZE
                        " Q" DELIMITED BY SIZE
                        WS-KEY-QUARTER DELIMITED BY SIZE
                        INTO WS-PERIOD-LABEL
              WHEN OTHER
                 STRING "YEAR " DELIMITED BY SIZE
                        WS-PROCESS-DATE(1:4) DELIMITED BY SIZE
                        INTO WS-PERIOD-LABEL
           END-EVALUATE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           STRING "PERIOD CLOSE - " DELIMITED BY SIZE
                  WS-PERIOD-LABEL DELIMITED BY "  "
                  " AT PROCESSING DATE " DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-CLOSE-HEADING TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-CLS-IDX FROM 2 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
              PERFORM 4510-WRITE-CLOSE-LINE
           END-PERFORM.
           MOVE 1 TO WS-CLS-IDX.
           PERFORM 4510-WRITE-CLOSE-LINE.

       4510-WRITE-CLOSE-LINE.
           MOVE WS-CL-SOURCE(WS-CLS-IDX) TO WS-CL-LINE-SOURCE.
           MOVE WS-CL-ACCEPTED(WS-CLS-IDX, WS-PERIOD-IDX)
              TO WS-CLL-ACCEPTED.
           MOVE WS-CL-FORWARD(WS-CLS-IDX, WS-PERIOD-IDX)
              TO WS-CLL-FORWARD.
           MOVE WS-CL-BACKWARD(WS-CLS-IDX, WS-PERIOD-IDX)
              TO WS-CLL-BACKWARD.
           MOVE WS-CL-CROSS-FWD(WS-CLS-IDX, WS-PERIOD-IDX)
              TO WS-CLL-CROSS-FWD.
           MOVE WS-CL-CROSS-BACK(WS-CLS-IDX, WS-PERIOD-IDX)
              TO WS-CLL-CROSS-BACK.
           MOVE WS-CL-OUTSTANDING(WS-CLS-IDX) TO WS-CLL-OUTSTANDING.
           MOVE WS-CLOSE-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      * Period key of WS-KEY-DATE for period WS-PERIOD-IDX:
      * YYYYMM for the month, YYYY0Q for the quarter, YYYY for the
      * year.
       4900-GET-PERIOD-KEY.
           MOVE WS-KEY-DATE(5:2) TO WS-KEY-MONTH.
           COMPUTE WS-KEY-QUARTER = (WS-KEY-MONTH + 2) / 3.
           EVALUATE WS-PERIOD-IDX
              WHEN 1
                 MOVE WS-KEY-DATE(1:6) TO WS-PERIOD-KEY
              WHEN 2
                 MOVE WS-KEY-DATE(1:4) TO WS-PERIOD-KEY
                 COMPUTE WS-PERIOD-KEY
                    = WS-PERIOD-KEY * 100 + WS-KEY-QUARTER
              WHEN OTHER
                 MOVE WS-KEY-DATE(1:4) TO WS-PERIOD-KEY
           END-EVALUATE.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "TRANSACTIONS ACCEPTED" TO WS-SM-LABEL.
           MOVE WS-READ-COUNT TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "ROLLED FORWARD" TO WS-SM-LABEL.
           MOVE WS-FORWARD-COUNT TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "ROLLED BACKWARD" TO WS-SM-LABEL.
           MOVE WS-BACKWARD-COUNT TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "PERIOD FILE LINES KEPT" TO WS-SM-LABEL.
           MOVE WS-PERIOD-KEPT TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "PERIOD FILE LINES ADDED" TO WS-SM-LABEL.
           MOVE WS-PERIOD-ADDED TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           IF WS-MONTH-END OR WS-QTR-END OR WS-YEAR-END THEN
              MOVE "REJECT CHAINS OUTSTANDING" TO WS-SM-LABEL
              MOVE WS-OUTSTANDING-COUNT TO WS-SM-COUNT
              PERFORM 5100-WRITE-SUMMARY-LINE
           END-IF.

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
           MOVE WS-READ-COUNT TO RC-READ-COUNT.
           MOVE WS-READ-COUNT TO RC-ACCEPT-COUNT.
           MOVE 0 TO RC-REJECT-COUNT.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTLADDER" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTLADDER: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTLADDER: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
