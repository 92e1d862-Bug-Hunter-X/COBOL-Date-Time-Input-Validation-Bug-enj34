      ******************************************************************
      * DTHOLCK - Holiday-calendar pre-flight, run before the DTVALID
      * streams.  DTVALID and DTDATECALC treat a weekday with no
      * HOLIDAYS entry as a business day, so a calendar that was
      * never generated for the coming year rolls value dates wrong
      * without any error.  Three checks, each a section of the
      * HOLCKRPT exception report:
      *   1. every calendar named by PM-HOLIDAY-CALENDAR in DTPARMS
      *      or by a PS-HOLIDAY-CALENDAR in DTPARMSS has entries in
      *      HOLIDAYS (a blank calendar, which loads every entry,
      *      needs HOLIDAYS to be non-empty);
      *   2. each of those calendars has at least one entry for every
      *      year of the year window it is used with, and for every
      *      year through the year-end after the processing date
      *      (DATECARD), so rule generation for the coming year is
      *      never missed.  Legacy blank-calendar lines count for
      *      every calendar, as they do in DTDATECALC;
      *   3. HOLIDAYS has not drifted from HOLRULES: for each
      *      calendar and year present in HOLIDAYS the rules are
      *      expanded exactly as DTHOLMNT generates them, and every
      *      generated date missing from HOLIDAYS and every HOLIDAYS
      *      date of a ruled calendar that no rule produces is
      *      listed.  A calendar with no rules at all, and a rule
      *      DTHOLMNT would skip as invalid, are also listed.
      * Ends with condition code 8 when a calendar is missing or
      * short of years (hold DTVALID), 4 when only drift was found,
      * 16 when a control file cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTHOLCK.

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

           SELECT PARMSRC-FILE ASSIGN TO "DTPARMSS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMSRC-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT RULE-FILE ASSIGN TO "HOLRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HOLCKRPT"
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

       FD  PARMSRC-FILE.
       COPY DTPRMSRC.

       FD  HOLIDAY-FILE.
       COPY DTHOLREC.

       FD  RULE-FILE.
       COPY DTHRULRC.

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-DATECARD-STATUS   PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PARMSRC-STATUS    PIC X(2).
       01  WS-HOLIDAY-STATUS    PIC X(2).
       01  WS-RULE-STATUS       PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-RULES-FOUND-FLAG  PIC X(1) VALUE "Y".
           88  WS-RULES-FOUND           VALUE "Y".
           88  WS-RULES-NOT-FOUND       VALUE "N".

       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-PROCESS-DATE      PIC 9(8).
       01  WS-COVER-THROUGH-YEAR PIC 9(4).

       01  WS-GLB-MIN-YEAR      PIC 9(4) VALUE 1900.
       01  WS-GLB-MAX-YEAR      PIC 9(4) VALUE 2100.

       COPY DTDCALRC.

       01  WS-COUNTERS.
           05  WS-HOLIDAY-READ  PIC 9(9) VALUE 0.
           05  WS-RULE-READ     PIC 9(9) VALUE 0.
           05  WS-GENERATED-COUNT PIC 9(9) VALUE 0.
           05  WS-REFERENCE-EXCEPTIONS PIC 9(9) VALUE 0.
           05  WS-COVERAGE-EXCEPTIONS PIC 9(9) VALUE 0.
           05  WS-DRIFT-EXCEPTIONS PIC 9(9) VALUE 0.
           05  WS-SECTION-EXCEPTIONS PIC 9(9) VALUE 0.

      * One entry per distinct calendar referenced; a calendar used
      * by several sources is checked over the widest of their year
      * windows.
       01  WS-REF-MAX           PIC 9(3) VALUE 60.
       01  WS-REF-COUNT         PIC 9(3) VALUE 0.
       01  WS-REF-IDX           PIC 9(3).
       01  WS-REF-TABLE-AREA.
           05  WS-REF-ENTRY OCCURS 60 TIMES.
               10  WS-RF-CALENDAR   PIC X(8).
               10  WS-RF-MIN-YEAR   PIC 9(4).
               10  WS-RF-MAX-YEAR   PIC 9(4).
               10  WS-RF-FIRST-USER PIC X(8).
               10  WS-RF-USER-COUNT PIC 9(3).
               10  WS-RF-FOUND-FLAG PIC X(1).
                   88  WS-RF-FOUND          VALUE "Y".
       01  WS-NEW-REF-CALENDAR  PIC X(8).
       01  WS-NEW-REF-MIN-YEAR  PIC 9(4).
       01  WS-NEW-REF-MAX-YEAR  PIC 9(4).
       01  WS-NEW-REF-USER      PIC X(8).

       01  WS-HOL-MAX           PIC 9(5) VALUE 10000.
       01  WS-HOL-COUNT         PIC 9(5) VALUE 0.
       01  WS-HOL-IDX           PIC 9(5).
       01  WS-HOL-TABLE-AREA.
           05  WS-HOL-ENTRY OCCURS 10000 TIMES.
               10  WS-HT-CAL        PIC X(8).
               10  WS-HT-DATE       PIC 9(8).
               10  WS-HT-MATCHED-FLAG PIC X(1).
                   88  WS-HT-MATCHED        VALUE "Y".
       01  WS-HOL-ENTRY-CAL     PIC X(8).
       01  WS-HOL-ENTRY-DATE    PIC 9(8).

      * Number of HOLIDAYS entries per calendar and year.
       01  WS-CY-MAX            PIC 9(4) VALUE 5000.
       01  WS-CY-COUNT          PIC 9(4) VALUE 0.
       01  WS-CY-IDX            PIC 9(4).
       01  WS-CY-TABLE-AREA.
           05  WS-CY-ENTRY OCCURS 5000 TIMES.
               10  WS-CY-CAL        PIC X(8).
               10  WS-CY-YEAR       PIC 9(4).
               10  WS-CY-ENTRIES    PIC 9(5).
       01  WS-CAL-ENTRIES       PIC 9(5).

       01  WS-RULE-MAX          PIC 9(3) VALUE 500.
       01  WS-RULE-COUNT        PIC 9(3) VALUE 0.
       01  WS-RULE-IDX          PIC 9(3).
       01  WS-RULE-TABLE-AREA.
           05  WS-RULE-ENTRY OCCURS 500 TIMES.
               10  WS-RT-CAL        PIC X(8).
               10  WS-RT-TYPE       PIC X(1).
               10  WS-RT-MONTH      PIC X(2).
               10  WS-RT-DAY        PIC X(2).
               10  WS-RT-WEEKDAY    PIC X(1).
               10  WS-RT-OCCURRENCE PIC X(1).
               10  WS-RT-DESCRIPTION PIC X(20).
               10  WS-RT-VALID-FLAG PIC X(1).
                   88  WS-RT-VALID          VALUE "Y".

      * Calendars in HOLIDAYS that have no valid rule.
       01  WS-NR-MAX            PIC 9(3) VALUE 100.
       01  WS-NR-COUNT          PIC 9(3) VALUE 0.
       01  WS-NR-IDX            PIC 9(3).
       01  WS-NR-TABLE-AREA.
           05  WS-NR-ENTRY OCCURS 100 TIMES.
               10  WS-NR-CAL        PIC X(8).
               10  WS-NR-ENTRIES    PIC 9(5).

       01  WS-CHECK-CAL         PIC X(8).
       01  WS-CAL-RULED-FLAG    PIC X(1).
           88  WS-CAL-RULED             VALUE "Y".
           88  WS-CAL-NOT-RULED         VALUE "N".
       01  WS-YEAR-COVERED-FLAG PIC X(1).
           88  WS-YEAR-COVERED          VALUE "Y".
           88  WS-YEAR-NOT-COVERED      VALUE "N".
       01  WS-DATE-FOUND-FLAG   PIC X(1).
           88  WS-DATE-FOUND            VALUE "Y".
           88  WS-DATE-NOT-FOUND        VALUE "N".
       01  WS-DATE-GENERATED-FLAG PIC X(1).
           88  WS-DATE-GENERATED        VALUE "Y".
           88  WS-DATE-NOT-GENERATED    VALUE "N".

       01  WS-CHECK-YEAR        PIC 9(4).
       01  WS-REQUIRED-TO-YEAR  PIC 9(4).
       01  WS-GAP-START-YEAR    PIC 9(4) VALUE 0.
       01  WS-GAP-END-YEAR      PIC 9(4).
       01  WS-GAP-YEARS         PIC 9(4).
       01  WS-GAP-YEARS-ED      PIC ZZZ9.

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

       01  WS-DOW               PIC 9(1).
       01  WS-RULE-WEEKDAY      PIC 9(1).
       01  WS-OCC-NUM           PIC 9(1).
       01  WS-DOW-OFFSET        PIC 9(1).
       01  WS-NEW-DATE          PIC 9(8).

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT       PIC X(80).

       01  WS-REFERENCE-HEADING.
           05  FILLER           PIC X(10) VALUE "CALENDAR".
           05  FILLER           PIC X(10) VALUE "FIRST USER".
           05  FILLER           PIC X(7)  VALUE " USERS".
           05  FILLER           PIC X(13) VALUE "  YEAR WINDOW".
           05  FILLER           PIC X(10) VALUE "   ENTRIES".
           05  FILLER           PIC X(30) VALUE "  STATUS".

       01  WS-REFERENCE-LINE.
           05  WS-RL-CALENDAR   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RL-USER       PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RL-USERS      PIC ZZZZZ9.
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-MIN-YEAR   PIC 9(4).
           05  FILLER           PIC X(1) VALUE "-".
           05  WS-RL-MAX-YEAR   PIC 9(4).
           05  FILLER           PIC X(3) VALUE SPACES.
           05  WS-RL-ENTRIES    PIC ZZZZZZZ9.
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-RL-STATUS     PIC X(29).

       01  WS-EXCEPTION-HEADING.
           05  FILLER           PIC X(10) VALUE "CALENDAR".
           05  FILLER           PIC X(22) VALUE "EXCEPTION".
           05  FILLER           PIC X(12) VALUE "DATE/YEARS".
           05  FILLER           PIC X(36) VALUE "DETAIL".

       01  WS-EXCEPTION-LINE.
           05  WS-EX-CALENDAR   PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-EX-TYPE       PIC X(22).
           05  WS-EX-VALUE      PIC X(10).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-EX-DETAIL     PIC X(36).

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
           PERFORM 0170-LOAD-SOURCE-PARMS.
           PERFORM 0200-LOAD-HOLIDAYS.
           PERFORM 0300-LOAD-RULES.
           PERFORM 0500-OPEN-REPORT.
           PERFORM 1000-CHECK-REFERENCES.
           PERFORM 2000-CHECK-COVERAGE.
           PERFORM 3000-CHECK-RULE-DRIFT.
           PERFORM 5000-WRITE-SUMMARY.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
              WHEN WS-REFERENCE-EXCEPTIONS > 0
                OR WS-COVERAGE-EXCEPTIONS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DRIFT-EXCEPTIONS > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "DTHOLCK: " WS-REFERENCE-EXCEPTIONS
                   " calendar, " WS-COVERAGE-EXCEPTIONS
                   " coverage, " WS-DRIFT-EXCEPTIONS
                   " drift exceptions".
           PERFORM 8100-WRITE-RUNLOG-END.
           STOP RUN.

      * Coverage is required through the end of the year after the
      * processing year.
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
              DISPLAY "DTHOLCK: " WS-PROCESS-DATE
                      " is not a valid date"
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           COMPUTE WS-COVER-THROUGH-YEAR
              = WS-PROCESS-DATE / 10000 + 1.

      * Without DTPARMS DTVALID would run on its built-in defaults,
      * which is itself something to hold the schedule for.
       0150-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00" THEN
              DISPLAY "DTHOLCK: unable to open DTPARMS, status "
                      WS-PARM-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                  DISPLAY "DTHOLCK: DTPARMS is empty"
                  CLOSE PARM-FILE
                  MOVE 16 TO RETURN-CODE
                  PERFORM 8100-WRITE-RUNLOG-END
                  STOP RUN
           END-READ.
           IF PM-MIN-YEAR IS NUMERIC THEN
              MOVE PM-MIN-YEAR TO WS-GLB-MIN-YEAR
           END-IF.
           IF PM-MAX-YEAR IS NUMERIC THEN
              MOVE PM-MAX-YEAR TO WS-GLB-MAX-YEAR
           END-IF.
           MOVE PM-HOLIDAY-CALENDAR TO WS-NEW-REF-CALENDAR.
           MOVE WS-GLB-MIN-YEAR TO WS-NEW-REF-MIN-YEAR.
           MOVE WS-GLB-MAX-YEAR TO WS-NEW-REF-MAX-YEAR.
           MOVE "DTPARMS" TO WS-NEW-REF-USER.
           PERFORM 0160-ADD-REFERENCE.
           CLOSE PARM-FILE.

       0160-ADD-REFERENCE.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
              IF WS-RF-CALENDAR(WS-REF-IDX) = WS-NEW-REF-CALENDAR
                 THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-REF-IDX > WS-REF-COUNT THEN
              IF WS-REF-COUNT < WS-REF-MAX THEN
                 ADD 1 TO WS-REF-COUNT
                 MOVE WS-REF-COUNT TO WS-REF-IDX
                 MOVE WS-NEW-REF-CALENDAR
                    TO WS-RF-CALENDAR(WS-REF-IDX)
                 MOVE WS-NEW-REF-MIN-YEAR
                    TO WS-RF-MIN-YEAR(WS-REF-IDX)
                 MOVE WS-NEW-REF-MAX-YEAR
                    TO WS-RF-MAX-YEAR(WS-REF-IDX)
                 MOVE WS-NEW-REF-USER
                    TO WS-RF-FIRST-USER(WS-REF-IDX)
                 MOVE 1 TO WS-RF-USER-COUNT(WS-REF-IDX)
                 MOVE "N" TO WS-RF-FOUND-FLAG(WS-REF-IDX)
              ELSE
                 DISPLAY "DTHOLCK: more than " WS-REF-MAX
                         " calendars referenced, "
                         WS-NEW-REF-CALENDAR " not checked"
              END-IF
           ELSE
              ADD 1 TO WS-RF-USER-COUNT(WS-REF-IDX)
              IF WS-NEW-REF-MIN-YEAR < WS-RF-MIN-YEAR(WS-REF-IDX)
                 THEN
                 MOVE WS-NEW-REF-MIN-YEAR
                    TO WS-RF-MIN-YEAR(WS-REF-IDX)
              END-IF
              IF WS-NEW-REF-MAX-YEAR > WS-RF-MAX-YEAR(WS-REF-IDX)
                 THEN
                 MOVE WS-NEW-REF-MAX-YEAR
                    TO WS-RF-MAX-YEAR(WS-REF-IDX)
              END-IF
           END-IF.

      * A source's zero or non-numeric year keeps the global value
      * and its calendar replaces the global one, as in DTVALID.
       0170-LOAD-SOURCE-PARMS.
           OPEN INPUT PARMSRC-FILE.
           IF WS-PARMSRC-STATUS = "35" THEN
              CONTINUE
           ELSE
              IF WS-PARMSRC-STATUS NOT = "00" THEN
                 DISPLAY "DTHOLCK: unable to open DTPARMSS, status "
                         WS-PARMSRC-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              SET WS-NOT-END-OF-FILE TO TRUE
              PERFORM UNTIL WS-END-OF-FILE
                 READ PARMSRC-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 0180-ADD-SOURCE-REFERENCE
                 END-READ
              END-PERFORM
              CLOSE PARMSRC-FILE
           END-IF.

       0180-ADD-SOURCE-REFERENCE.
           IF PS-SOURCE-SYSTEM NOT = SPACES THEN
              MOVE PS-HOLIDAY-CALENDAR TO WS-NEW-REF-CALENDAR
              MOVE WS-GLB-MIN-YEAR TO WS-NEW-REF-MIN-YEAR
              IF PS-MIN-YEAR IS NUMERIC AND PS-MIN-YEAR > 0 THEN
                 MOVE PS-MIN-YEAR TO WS-NEW-REF-MIN-YEAR
              END-IF
              MOVE WS-GLB-MAX-YEAR TO WS-NEW-REF-MAX-YEAR
              IF PS-MAX-YEAR IS NUMERIC AND PS-MAX-YEAR > 0 THEN
                 MOVE PS-MAX-YEAR TO WS-NEW-REF-MAX-YEAR
              END-IF
              MOVE PS-SOURCE-SYSTEM TO WS-NEW-REF-USER
              PERFORM 0160-ADD-REFERENCE
           END-IF.

      * A missing HOLIDAYS file is loaded as empty, which the
      * reference check then reports for every calendar.
       0200-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = "35" THEN
              DISPLAY "DTHOLCK: HOLIDAYS not found"
           ELSE
              IF WS-HOLIDAY-STATUS NOT = "00" THEN
                 DISPLAY "DTHOLCK: unable to open HOLIDAYS, status "
                         WS-HOLIDAY-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              SET WS-NOT-END-OF-FILE TO TRUE
              PERFORM UNTIL WS-END-OF-FILE
                 READ HOLIDAY-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 0210-LOAD-ONE-HOLIDAY
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           END-IF.

       0210-LOAD-ONE-HOLIDAY.
           ADD 1 TO WS-HOLIDAY-READ.
           EVALUATE TRUE
              WHEN HL-DATE NOT NUMERIC
               AND HL-CALENDAR-ID IS NUMERIC
                 MOVE SPACES TO WS-HOL-ENTRY-CAL
                 MOVE HL-CALENDAR-ID TO WS-HOL-ENTRY-DATE
                 PERFORM 0215-ADD-HOLIDAY
              WHEN HL-DATE IS NUMERIC
                 MOVE HL-CALENDAR-ID TO WS-HOL-ENTRY-CAL
                 MOVE HL-DATE TO WS-HOL-ENTRY-DATE
                 PERFORM 0215-ADD-HOLIDAY
              WHEN OTHER
                 DISPLAY "DTHOLCK: HOLIDAYS line ignored, bad date: "
                         HOLIDAY-REC
           END-EVALUATE.

       0215-ADD-HOLIDAY.
           IF WS-HOL-COUNT < WS-HOL-MAX THEN
              ADD 1 TO WS-HOL-COUNT
              MOVE WS-HOL-ENTRY-CAL TO WS-HT-CAL(WS-HOL-COUNT)
              MOVE WS-HOL-ENTRY-DATE TO WS-HT-DATE(WS-HOL-COUNT)
              MOVE "N" TO WS-HT-MATCHED-FLAG(WS-HOL-COUNT)
              PERFORM 0220-TALLY-CALENDAR-YEAR
           ELSE
              DISPLAY "DTHOLCK: holiday table full, entry ignored"
           END-IF.

       0220-TALLY-CALENDAR-YEAR.
           COMPUTE WS-CHECK-YEAR = WS-HOL-ENTRY-DATE / 10000.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
              IF WS-CY-CAL(WS-CY-IDX) = WS-HOL-ENTRY-CAL
                 AND WS-CY-YEAR(WS-CY-IDX) = WS-CHECK-YEAR THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CY-IDX > WS-CY-COUNT THEN
              IF WS-CY-COUNT < WS-CY-MAX THEN
                 ADD 1 TO WS-CY-COUNT
                 MOVE WS-CY-COUNT TO WS-CY-IDX
                 MOVE WS-HOL-ENTRY-CAL TO WS-CY-CAL(WS-CY-IDX)
                 MOVE WS-CHECK-YEAR TO WS-CY-YEAR(WS-CY-IDX)
                 MOVE 1 TO WS-CY-ENTRIES(WS-CY-IDX)
              ELSE
                 DISPLAY "DTHOLCK: calendar/year table full, "
                         WS-HOL-ENTRY-CAL " " WS-CHECK-YEAR
                         " not counted"
              END-IF
           ELSE
              ADD 1 TO WS-CY-ENTRIES(WS-CY-IDX)
           END-IF.

       0300-LOAD-RULES.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS = "35" THEN
              SET WS-RULES-NOT-FOUND TO TRUE
           ELSE
              IF WS-RULE-STATUS NOT = "00" THEN
                 DISPLAY "DTHOLCK: unable to open HOLRULES, status "
                         WS-RULE-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 8100-WRITE-RUNLOG-END
                 STOP RUN
              END-IF
              SET WS-NOT-END-OF-FILE TO TRUE
              PERFORM UNTIL WS-END-OF-FILE
                 READ RULE-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 0310-LOAD-ONE-RULE
                 END-READ
              END-PERFORM
              CLOSE RULE-FILE
           END-IF.

       0310-LOAD-ONE-RULE.
           ADD 1 TO WS-RULE-READ.
           IF WS-RULE-COUNT < WS-RULE-MAX THEN
              ADD 1 TO WS-RULE-COUNT
              MOVE HR-CALENDAR-ID TO WS-RT-CAL(WS-RULE-COUNT)
              MOVE HR-RULE-TYPE TO WS-RT-TYPE(WS-RULE-COUNT)
              MOVE HOLIDAY-RULE-REC(10:2)
                 TO WS-RT-MONTH(WS-RULE-COUNT)
              MOVE HOLIDAY-RULE-REC(12:2)
                 TO WS-RT-DAY(WS-RULE-COUNT)
              MOVE HOLIDAY-RULE-REC(14:1)
                 TO WS-RT-WEEKDAY(WS-RULE-COUNT)
              MOVE HR-OCCURRENCE TO WS-RT-OCCURRENCE(WS-RULE-COUNT)
              MOVE HR-DESCRIPTION
                 TO WS-RT-DESCRIPTION(WS-RULE-COUNT)
              MOVE "N" TO WS-RT-VALID-FLAG(WS-RULE-COUNT)
           ELSE
              DISPLAY "DTHOLCK: more than " WS-RULE-MAX
                      " rules, " HR-DESCRIPTION " not checked"
           END-IF.

       0500-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "DTHOLCK: unable to open HOLCKRPT, status "
                      WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 8100-WRITE-RUNLOG-END
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "DTHOLCK HOLIDAY CALENDAR PRE-FLIGHT FOR "
                  DELIMITED BY SIZE
                  "PROCESSING DATE " DELIMITED BY SIZE
                  WS-PROCESS-DATE DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.

       0600-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "-" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO WS-SECTION-EXCEPTIONS.

       0650-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           ADD 1 TO WS-SECTION-EXCEPTIONS.

       0660-WRITE-NONE-FOUND.
           IF WS-SECTION-EXCEPTIONS = 0 THEN
              MOVE "  NO EXCEPTIONS" TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

      * Check 1 - every referenced calendar is present in HOLIDAYS.
       1000-CHECK-REFERENCES.
           MOVE "CALENDARS REFERENCED BY DTPARMS AND DTPARMSS"
              TO WS-SL-TEXT.
           PERFORM 0600-WRITE-SECTION-HEADING.
           MOVE WS-REFERENCE-HEADING TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
              PERFORM 1100-CHECK-ONE-REFERENCE
           END-PERFORM.

       1100-CHECK-ONE-REFERENCE.
           MOVE WS-RF-CALENDAR(WS-REF-IDX) TO WS-CHECK-CAL.
           IF WS-CHECK-CAL = SPACES THEN
              MOVE WS-HOL-COUNT TO WS-CAL-ENTRIES
              MOVE "(ALL)" TO WS-RL-CALENDAR
           ELSE
              MOVE 0 TO WS-CAL-ENTRIES
              PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                      UNTIL WS-CY-IDX > WS-CY-COUNT
                 IF WS-CY-CAL(WS-CY-IDX) = WS-CHECK-CAL THEN
                    ADD WS-CY-ENTRIES(WS-CY-IDX) TO WS-CAL-ENTRIES
                 END-IF
              END-PERFORM
              MOVE WS-CHECK-CAL TO WS-RL-CALENDAR
           END-IF.
           MOVE WS-RF-FIRST-USER(WS-REF-IDX) TO WS-RL-USER.
           MOVE WS-RF-USER-COUNT(WS-REF-IDX) TO WS-RL-USERS.
           MOVE WS-RF-MIN-YEAR(WS-REF-IDX) TO WS-RL-MIN-YEAR.
           MOVE WS-RF-MAX-YEAR(WS-REF-IDX) TO WS-RL-MAX-YEAR.
           MOVE WS-CAL-ENTRIES TO WS-RL-ENTRIES.
           IF WS-CAL-ENTRIES > 0 THEN
              MOVE "Y" TO WS-RF-FOUND-FLAG(WS-REF-IDX)
              MOVE "OK" TO WS-RL-STATUS
           ELSE
              ADD 1 TO WS-REFERENCE-EXCEPTIONS
              IF WS-CHECK-CAL = SPACES THEN
                 MOVE "*** HOLIDAYS IS EMPTY" TO WS-RL-STATUS
              ELSE
                 MOVE "*** NOT IN HOLIDAYS" TO WS-RL-STATUS
              END-IF
           END-IF.
           MOVE WS-REFERENCE-LINE TO REPORT-REC.
           WRITE REPORT-REC.

      * Check 2 - every year of the window, and through the year
      * after the processing year, has at least one entry.  Runs of
      * missing years are reported as one range.
       2000-CHECK-COVERAGE.
           MOVE SPACES TO WS-SL-TEXT.
           STRING "YEAR COVERAGE (YEAR WINDOW AND THROUGH "
                  DELIMITED BY SIZE
                  WS-COVER-THROUGH-YEAR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-SL-TEXT.
           PERFORM 0600-WRITE-SECTION-HEADING.
           MOVE WS-EXCEPTION-HEADING TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
              IF WS-RF-FOUND(WS-REF-IDX) THEN
                 PERFORM 2100-CHECK-ONE-CALENDAR
              END-IF
           END-PERFORM.
           ADD WS-SECTION-EXCEPTIONS TO WS-COVERAGE-EXCEPTIONS.
           PERFORM 0660-WRITE-NONE-FOUND.

       2100-CHECK-ONE-CALENDAR.
           MOVE WS-RF-CALENDAR(WS-REF-IDX) TO WS-CHECK-CAL.
           MOVE WS-RF-MAX-YEAR(WS-REF-IDX) TO WS-REQUIRED-TO-YEAR.
           IF WS-COVER-THROUGH-YEAR > WS-REQUIRED-TO-YEAR THEN
              MOVE WS-COVER-THROUGH-YEAR TO WS-REQUIRED-TO-YEAR
           END-IF.
           MOVE 0 TO WS-GAP-START-YEAR.
           PERFORM VARYING WS-CHECK-YEAR
                   FROM WS-RF-MIN-YEAR(WS-REF-IDX) BY 1
                   UNTIL WS-CHECK-YEAR > WS-REQUIRED-TO-YEAR
              PERFORM 2200-CHECK-ONE-YEAR
              IF WS-YEAR-COVERED THEN
                 IF WS-GAP-START-YEAR > 0 THEN
                    COMPUTE WS-GAP-END-YEAR = WS-CHECK-YEAR - 1
                    PERFORM 2300-WRITE-YEAR-GAP
                 END-IF
              ELSE
                 IF WS-GAP-START-YEAR = 0 THEN
                    MOVE WS-CHECK-YEAR TO WS-GAP-START-YEAR
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-GAP-START-YEAR > 0 THEN
              MOVE WS-REQUIRED-TO-YEAR TO WS-GAP-END-YEAR
              PERFORM 2300-WRITE-YEAR-GAP
           END-IF.

      * Blank-calendar lines apply to every calendar; a blank
      * reference is covered by any calendar's entry.
       2200-CHECK-ONE-YEAR.
           SET WS-YEAR-NOT-COVERED TO TRUE.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
              IF WS-CY-YEAR(WS-CY-IDX) = WS-CHECK-YEAR
                 AND (WS-CY-CAL(WS-CY-IDX) = WS-CHECK-CAL
                      OR WS-CY-CAL(WS-CY-IDX) = SPACES
                      OR WS-CHECK-CAL = SPACES) THEN
                 SET WS-YEAR-COVERED TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       2300-WRITE-YEAR-GAP.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           IF WS-CHECK-CAL = SPACES THEN
              MOVE "(ALL)" TO WS-EX-CALENDAR
           ELSE
              MOVE WS-CHECK-CAL TO WS-EX-CALENDAR
           END-IF.
           MOVE "NO ENTRIES FOR YEARS" TO WS-EX-TYPE.
           STRING WS-GAP-START-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-GAP-END-YEAR DELIMITED BY SIZE
                  INTO WS-EX-VALUE.
           COMPUTE WS-GAP-YEARS
              = WS-GAP-END-YEAR - WS-GAP-START-YEAR + 1.
           MOVE WS-GAP-YEARS TO WS-GAP-YEARS-ED.
           STRING WS-GAP-YEARS-ED DELIMITED BY SIZE
                  " YEAR(S), WINDOW " DELIMITED BY SIZE
                  WS-RF-MIN-YEAR(WS-REF-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RF-MAX-YEAR(WS-REF-IDX) DELIMITED BY SIZE
                  INTO WS-EX-DETAIL.
           PERFORM 0650-WRITE-EXCEPTION.
           MOVE 0 TO WS-GAP-START-YEAR.

      * Check 3 - HOLIDAYS against what HOLRULES generates for each
      * calendar and year present in HOLIDAYS.
       3000-CHECK-RULE-DRIFT.
           MOVE "DRIFT BETWEEN HOLIDAYS AND HOLRULES" TO WS-SL-TEXT.
           PERFORM 0600-WRITE-SECTION-HEADING.
           IF WS-RULES-NOT-FOUND THEN
              MOVE SPACES TO WS-EXCEPTION-LINE
              MOVE "HOLRULES NOT FOUND" TO WS-EX-TYPE
              MOVE "DRIFT NOT CHECKED" TO WS-EX-DETAIL
              PERFORM 0650-WRITE-EXCEPTION
           ELSE
              MOVE WS-EXCEPTION-HEADING TO REPORT-REC
              WRITE REPORT-REC
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                      UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 PERFORM 3100-VALIDATE-RULE
              END-PERFORM
              PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                      UNTIL WS-CY-IDX > WS-CY-COUNT
                 PERFORM 3200-GENERATE-CALENDAR-YEAR
              END-PERFORM
              PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                      UNTIL WS-HOL-IDX > WS-HOL-COUNT
                 PERFORM 3500-CHECK-ONE-HOLIDAY
              END-PERFORM
              PERFORM VARYING WS-NR-IDX FROM 1 BY 1
                      UNTIL WS-NR-IDX > WS-NR-COUNT
                 PERFORM 3600-WRITE-UNRULED-CALENDAR
              END-PERFORM
           END-IF.
           ADD WS-SECTION-EXCEPTIONS TO WS-DRIFT-EXCEPTIONS.
           PERFORM 0660-WRITE-NONE-FOUND.

      * The same tests DTHOLMNT applies before it generates a rule;
      * a fixed 02/29 is valid and simply produces nothing in a
      * common year.
       3100-VALIDATE-RULE.
           MOVE "Y" TO WS-RT-VALID-FLAG(WS-RULE-IDX).
           MOVE SPACES TO WS-EXCEPTION-LINE.
           IF WS-RT-MONTH(WS-RULE-IDX) NOT NUMERIC THEN
              MOVE "RULE BAD MONTH" TO WS-EX-TYPE
           ELSE
              MOVE WS-RT-MONTH(WS-RULE-IDX) TO WS-MONTH
              IF WS-MONTH < 1 OR WS-MONTH > 12 THEN
                 MOVE "RULE BAD MONTH" TO WS-EX-TYPE
              ELSE
                 EVALUATE WS-RT-TYPE(WS-RULE-IDX)
                    WHEN "F"
                       IF WS-RT-DAY(WS-RULE-IDX) NOT NUMERIC THEN
                          MOVE "RULE BAD DAY" TO WS-EX-TYPE
                       ELSE
                          MOVE WS-RT-DAY(WS-RULE-IDX) TO WS-DAY
                          MOVE WS-DIM-ENTRY(WS-MONTH) TO WS-MAX-DAY
                          IF WS-MONTH = 2 THEN
                             MOVE 29 TO WS-MAX-DAY
                          END-IF
                          IF WS-DAY < 1 OR WS-DAY > WS-MAX-DAY THEN
                             MOVE "RULE BAD DAY" TO WS-EX-TYPE
                          END-IF
                       END-IF
                    WHEN "W"
                       IF WS-RT-WEEKDAY(WS-RULE-IDX) < "0"
                          OR WS-RT-WEEKDAY(WS-RULE-IDX) > "6" THEN
                          MOVE "RULE BAD WEEKDAY" TO WS-EX-TYPE
                       ELSE
                          IF WS-RT-OCCURRENCE(WS-RULE-IDX) NOT = "L"
                             AND (WS-RT-OCCURRENCE(WS-RULE-IDX) < "1"
                             OR WS-RT-OCCURRENCE(WS-RULE-IDX) > "5")
                             THEN
                             MOVE "RULE BAD OCCURRENCE" TO WS-EX-TYPE
                          END-IF
                       END-IF
                    WHEN OTHER
                       MOVE "RULE UNKNOWN TYPE" TO WS-EX-TYPE
                 END-EVALUATE
              END-IF
           END-IF.
           IF WS-EX-TYPE NOT = SPACES THEN
              MOVE "N" TO WS-RT-VALID-FLAG(WS-RULE-IDX)
              MOVE WS-RT-CAL(WS-RULE-IDX) TO WS-EX-CALENDAR
              MOVE WS-RT-DESCRIPTION(WS-RULE-IDX) TO WS-EX-DETAIL
              PERFORM 0650-WRITE-EXCEPTION
           END-IF.

       3200-GENERATE-CALENDAR-YEAR.
           MOVE WS-CY-CAL(WS-CY-IDX) TO WS-CHECK-CAL.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF WS-RT-VALID(WS-RULE-IDX)
                 AND WS-RT-CAL(WS-RULE-IDX) = WS-CHECK-CAL THEN
                 MOVE WS-CY-YEAR(WS-CY-IDX) TO WS-YEAR
                 MOVE WS-RT-MONTH(WS-RULE-IDX) TO WS-MONTH
                 SET WS-DATE-NOT-GENERATED TO TRUE
                 IF WS-RT-TYPE(WS-RULE-IDX) = "F" THEN
                    PERFORM 4200-GENERATE-FIXED-DATE
                 ELSE
                    PERFORM 4300-GENERATE-WEEKDAY-DATE
                 END-IF
                 IF WS-DATE-GENERATED THEN
                    ADD 1 TO WS-GENERATED-COUNT
                    PERFORM 3300-MATCH-GENERATED-DATE
                 END-IF
              END-IF
           END-PERFORM.

      * Marks every line carrying the generated date for this
      * calendar, so a duplicated line is not taken for a manual
      * one.  A blank-calendar line on the date also satisfies the
      * rule.
       3300-MATCH-GENERATED-DATE.
           COMPUTE WS-NEW-DATE
              = WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           SET WS-DATE-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
              IF WS-HT-DATE(WS-HOL-IDX) = WS-NEW-DATE THEN
                 IF WS-HT-CAL(WS-HOL-IDX) = WS-CHECK-CAL THEN
                    MOVE "Y" TO WS-HT-MATCHED-FLAG(WS-HOL-IDX)
                    SET WS-DATE-FOUND TO TRUE
                 END-IF
                 IF WS-HT-CAL(WS-HOL-IDX) = SPACES THEN
                    SET WS-DATE-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-DATE-NOT-FOUND THEN
              MOVE SPACES TO WS-EXCEPTION-LINE
              MOVE WS-CHECK-CAL TO WS-EX-CALENDAR
              MOVE "GENERATED, NOT LOADED" TO WS-EX-TYPE
              MOVE WS-NEW-DATE TO WS-EX-VALUE
              MOVE WS-RT-DESCRIPTION(WS-RULE-IDX) TO WS-EX-DETAIL
              PERFORM 0650-WRITE-EXCEPTION
           END-IF.

      * A line of a calendar with rules that no rule produced is a
      * manual date; a calendar with no rules is tallied and listed
      * once.
       3500-CHECK-ONE-HOLIDAY.
           IF NOT WS-HT-MATCHED(WS-HOL-IDX) THEN
              PERFORM 3510-CHECK-UNMATCHED-HOLIDAY
           END-IF.

       3510-CHECK-UNMATCHED-HOLIDAY.
           MOVE WS-HT-CAL(WS-HOL-IDX) TO WS-CHECK-CAL.
           SET WS-CAL-NOT-RULED TO TRUE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF WS-RT-VALID(WS-RULE-IDX)
                 AND WS-RT-CAL(WS-RULE-IDX) = WS-CHECK-CAL THEN
                 SET WS-CAL-RULED TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CAL-RULED THEN
              MOVE SPACES TO WS-EXCEPTION-LINE
              MOVE WS-CHECK-CAL TO WS-EX-CALENDAR
              MOVE "LOADED, NO RULE" TO WS-EX-TYPE
              MOVE WS-HT-DATE(WS-HOL-IDX) TO WS-EX-VALUE
              MOVE "MANUAL ENTRY" TO WS-EX-DETAIL
              PERFORM 0650-WRITE-EXCEPTION
           ELSE
              PERFORM 3550-TALLY-UNRULED
           END-IF.

       3550-TALLY-UNRULED.
           PERFORM VARYING WS-NR-IDX FROM 1 BY 1
                   UNTIL WS-NR-IDX > WS-NR-COUNT
              IF WS-NR-CAL(WS-NR-IDX) = WS-CHECK-CAL THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-NR-IDX > WS-NR-COUNT THEN
              IF WS-NR-COUNT < WS-NR-MAX THEN
                 ADD 1 TO WS-NR-COUNT
                 MOVE WS-NR-COUNT TO WS-NR-IDX
                 MOVE WS-CHECK-CAL TO WS-NR-CAL(WS-NR-IDX)
                 MOVE 1 TO WS-NR-ENTRIES(WS-NR-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-NR-ENTRIES(WS-NR-IDX)
           END-IF.

       3600-WRITE-UNRULED-CALENDAR.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           IF WS-NR-CAL(WS-NR-IDX) = SPACES THEN
              MOVE "(LEGACY)" TO WS-EX-CALENDAR
           ELSE
              MOVE WS-NR-CAL(WS-NR-IDX) TO WS-EX-CALENDAR
           END-IF.
           MOVE "CALENDAR HAS NO RULES" TO WS-EX-TYPE.
           MOVE WS-NR-ENTRIES(WS-NR-IDX) TO WS-GAP-YEARS-ED.
           STRING WS-GAP-YEARS-ED DELIMITED BY SIZE
                  " ENTRIES NOT CHECKED" DELIMITED BY SIZE
                  INTO WS-EX-DETAIL.
           PERFORM 0650-WRITE-EXCEPTION.

      * Rule expansion as in DTHOLMNT 4200/4300; a date the rule
      * does not produce in this year leaves WS-DATE-NOT-GENERATED.
       4200-GENERATE-FIXED-DATE.
           MOVE WS-RT-DAY(WS-RULE-IDX) TO WS-DAY.
           PERFORM 6100-GET-MAX-DAY.
           IF WS-DAY >= 1 AND WS-DAY <= WS-MAX-DAY THEN
              SET WS-DATE-GENERATED TO TRUE
           END-IF.

       4300-GENERATE-WEEKDAY-DATE.
           PERFORM 6100-GET-MAX-DAY.
           MOVE WS-RT-WEEKDAY(WS-RULE-IDX) TO WS-RULE-WEEKDAY.
           IF WS-RT-OCCURRENCE(WS-RULE-IDX) = "L" THEN
              MOVE WS-MAX-DAY TO WS-DAY
              PERFORM 6000-COMPUTE-DAY-OF-WEEK
              COMPUTE WS-DOW-OFFSET
                 = FUNCTION MOD(WS-DOW - WS-RULE-WEEKDAY + 7, 7)
              SUBTRACT WS-DOW-OFFSET FROM WS-DAY
              SET WS-DATE-GENERATED TO TRUE
           ELSE
              MOVE WS-RT-OCCURRENCE(WS-RULE-IDX) TO WS-OCC-NUM
              MOVE 1 TO WS-DAY
              PERFORM 6000-COMPUTE-DAY-OF-WEEK
              COMPUTE WS-DOW-OFFSET
                 = FUNCTION MOD(WS-RULE-WEEKDAY - WS-DOW + 7, 7)
              COMPUTE WS-DAY
                 = 1 + WS-DOW-OFFSET + (WS-OCC-NUM - 1) * 7
              IF WS-DAY <= WS-MAX-DAY THEN
                 SET WS-DATE-GENERATED TO TRUE
              END-IF
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "HOLIDAYS LINES READ" TO WS-SM-LABEL.
           MOVE WS-HOLIDAY-READ TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "HOLRULES RULES READ" TO WS-SM-LABEL.
           MOVE WS-RULE-READ TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "DATES GENERATED FROM RULES" TO WS-SM-LABEL.
           MOVE WS-GENERATED-COUNT TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "CALENDAR EXCEPTIONS" TO WS-SM-LABEL.
           MOVE WS-REFERENCE-EXCEPTIONS TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "COVERAGE EXCEPTIONS" TO WS-SM-LABEL.
           MOVE WS-COVERAGE-EXCEPTIONS TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.
           MOVE "DRIFT EXCEPTIONS" TO WS-SM-LABEL.
           MOVE WS-DRIFT-EXCEPTIONS TO WS-SM-COUNT.
           PERFORM 5100-WRITE-SUMMARY-LINE.

       5100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       6000-COMPUTE-DAY-OF-WEEK.
           MOVE "DOW " TO DC-FUNCTION-CODE.
           COMPUTE DC-DATE
              = WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           CALL "DTDATECALC" USING DATECALC-PARMS.
           MOVE DC-DAY-OF-WEEK TO WS-DOW.

       6100-GET-MAX-DAY.
           PERFORM 6200-SET-LEAP-FLAG.
           MOVE WS-DIM-ENTRY(WS-MONTH) TO WS-MAX-DAY.
           IF WS-MONTH = 2 AND WS-LEAP-YEAR THEN
              MOVE 29 TO WS-MAX-DAY
           END-IF.

       6200-SET-LEAP-FLAG.
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
           MOVE WS-HOLIDAY-READ TO RC-READ-COUNT.
           MOVE WS-HOLIDAY-READ TO RC-ACCEPT-COUNT.
           COMPUTE RC-REJECT-COUNT
              = WS-REFERENCE-EXCEPTIONS + WS-COVERAGE-EXCEPTIONS
              + WS-DRIFT-EXCEPTIONS.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTHOLCK" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTHOLCK: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTHOLCK: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
