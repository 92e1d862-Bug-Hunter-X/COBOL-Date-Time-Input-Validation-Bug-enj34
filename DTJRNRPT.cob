      ******************************************************************
      * DTJRNRPT - Change journal report for audit.  Reads CHGJRNL
      * (see DTCJRNRC), the journal every maintenance program writes
      * through DTOPAUTH, for an operator-entered date range (blank
      * start = the previous calendar month) and optionally one
      * program, operator and file, and writes JRNLRPT: one entry
      * per change or refusal with who, when, which program and
      * function, the record key and note, the year window before
      * and after for DTPARMS and DTPARMSS records, and the record
      * images before and after with the changed positions marked.
      * Ends with counts by operator, program and function.  Return
      * code 4 when the period holds refused sign-ons or functions,
      * 16 when CHGJRNL or JRNLRPT cannot be used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTJRNRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY DTCJRNRC.

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS    PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-JOURNAL-FOUND-FLAG PIC X(1).
           88  WS-JOURNAL-FOUND         VALUE "Y".
           88  WS-JOURNAL-MISSING       VALUE "N".

       01  WS-SELECTED-FLAG     PIC X(1).
           88  WS-ENTRY-SELECTED        VALUE "Y".
           88  WS-ENTRY-NOT-SELECTED    VALUE "N".

       01  WS-START-INPUT       PIC X(8).
       01  WS-END-INPUT         PIC X(8).
       01  WS-PROGRAM-INPUT     PIC X(8).
       01  WS-OPERATOR-INPUT    PIC X(8).
       01  WS-FILE-INPUT        PIC X(12).
       01  WS-START-DATE        PIC 9(8).
       01  WS-END-DATE          PIC 9(8).
       01  WS-CHECK-DATE        PIC 9(8).
       01  WS-CURRENT-DATE      PIC 9(8).

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

       01  WS-COUNTERS.
           05  WS-READ-COUNT    PIC 9(9) VALUE 0.
           05  WS-ENTRY-COUNT   PIC 9(9) VALUE 0.
           05  WS-ADDED-COUNT   PIC 9(9) VALUE 0.
           05  WS-CHANGED-COUNT PIC 9(9) VALUE 0.
           05  WS-DELETED-COUNT PIC 9(9) VALUE 0.
           05  WS-REFUSED-COUNT PIC 9(9) VALUE 0.

      * Where the year window sits in the images: DTPARMS carries
      * it first, DTPARMSS after the 8-byte source-system ID.
       01  WS-WINDOW-OFFSET     PIC 9(3).
       01  WS-WINDOW-BEFORE     PIC X(9).
       01  WS-WINDOW-AFTER      PIC X(9).

       01  WS-IMAGE-LENGTH      PIC 9(3).
       01  WS-CHUNK-START       PIC 9(3).
       01  WS-CHUNK-LENGTH      PIC 9(3).
       01  WS-CHUNK-POS         PIC 9(3).
       01  WS-IMAGE-POS         PIC 9(3).
       01  WS-CHUNK-DIFFERS-FLAG PIC X(1).
           88  WS-CHUNK-DIFFERS         VALUE "Y".
           88  WS-CHUNK-SAME            VALUE "N".

       01  WS-TALLY-IDX         PIC 9(3).
       01  WS-TALLY-FOUND-FLAG  PIC X(1).
           88  WS-TALLY-FOUND           VALUE "Y".
           88  WS-TALLY-NOT-FOUND       VALUE "N".
       01  WS-OPR-USED          PIC 9(3) VALUE 0.
       01  WS-OPR-OVERFLOW      PIC 9(9) VALUE 0.
       01  WS-OPR-TALLY-AREA.
           05  WS-OPR-TALLY OCCURS 100 TIMES.
               10  WS-OT-OPERATOR-ID PIC X(8).
               10  WS-OT-CHANGES     PIC 9(9).
               10  WS-OT-REFUSALS    PIC 9(9).
       01  WS-PGM-USED          PIC 9(3) VALUE 0.
       01  WS-PGM-OVERFLOW      PIC 9(9) VALUE 0.
       01  WS-PGM-TALLY-AREA.
           05  WS-PGM-TALLY OCCURS 20 TIMES.
               10  WS-PT-PROGRAM-ID  PIC X(8).
               10  WS-PT-CHANGES     PIC 9(9).
               10  WS-PT-REFUSALS    PIC 9(9).
       01  WS-FNC-USED          PIC 9(3) VALUE 0.
       01  WS-FNC-OVERFLOW      PIC 9(9) VALUE 0.
       01  WS-FNC-TALLY-AREA.
           05  WS-FNC-TALLY OCCURS 20 TIMES.
               10  WS-FT-FUNCTION    PIC X(4).
               10  WS-FT-CHANGES     PIC 9(9).
               10  WS-FT-REFUSALS    PIC 9(9).

       01  WS-HEADING-LINE.
           05  FILLER           PIC X(9)  VALUE "DATE".
           05  FILLER           PIC X(7)  VALUE "TIME".
           05  FILLER           PIC X(9)  VALUE "OPERATOR".
           05  FILLER           PIC X(9)  VALUE "PROGRAM".
           05  FILLER           PIC X(5)  VALUE "FUNC".
           05  FILLER           PIC X(9)  VALUE "ACTION".
           05  FILLER           PIC X(32) VALUE "FILE".

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE       PIC 9(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-TIME       PIC 9(6).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-OPERATOR   PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-PROGRAM    PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-FUNCTION   PIC X(4).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-ACTION     PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACES.
           05  WS-DL-FILE       PIC X(12).
           05  FILLER           PIC X(20) VALUE SPACES.

       01  WS-KEY-LINE.
           05  FILLER           PIC X(8) VALUE "    KEY ".
           05  WS-KL-KEY        PIC X(30).
           05  FILLER           PIC X(7) VALUE "  NOTE ".
           05  WS-KL-NOTE       PIC X(30).
           05  FILLER           PIC X(5) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IL-LABEL      PIC X(11).
           05  WS-IL-TEXT       PIC X(60).
           05  FILLER           PIC X(9) VALUE SPACES.

       01  WS-TALLY-LINE.
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-TL-NAME       PIC X(8).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-TL-CHANGES    PIC 9(9).
           05  FILLER           PIC X(4) VALUE SPACES.
           05  WS-TL-REFUSALS   PIC 9(9).
           05  FILLER           PIC X(42) VALUE SPACES.

       01  WS-TALLY-HEADING.
           05  FILLER           PIC X(16) VALUE SPACES.
           05  FILLER           PIC X(9)  VALUE "  CHANGES".
           05  FILLER           PIC X(13) VALUE "     REFUSALS".
           05  FILLER           PIC X(42) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SM-LABEL      PIC X(32).
           05  WS-SM-COUNT      PIC 9(9).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-GET-SELECTION.
           PERFORM 0150-OPEN-FILES.
           PERFORM 0200-WRITE-REPORT-HEADING.
           IF WS-JOURNAL-FOUND THEN
              PERFORM 0300-REPORT-ONE-ENTRY UNTIL WS-END-OF-FILE
              CLOSE JOURNAL-FILE
           END-IF.
           IF WS-ENTRY-COUNT = 0 THEN
              MOVE SPACES TO REPORT-REC
              WRITE REPORT-REC
              MOVE "NO JOURNAL ENTRIES FOR THIS SELECTION"
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           PERFORM 0600-WRITE-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY "DTJRNRPT: " WS-ENTRY-COUNT " entr(ies) reported, "
                   WS-REFUSED-COUNT " refusal(s)".
           IF WS-REFUSED-COUNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-GET-SELECTION.
           DISPLAY "Report start date (YYYYMMDD, blank = last month): ".
           ACCEPT WS-START-INPUT.
           IF WS-START-INPUT = SPACES THEN
              PERFORM 0110-DEFAULT-TO-LAST-MONTH
           ELSE
              DISPLAY "Report end date (YYYYMMDD, blank = today): "
              ACCEPT WS-END-INPUT
              IF WS-END-INPUT = SPACES THEN
                 MOVE WS-CURRENT-DATE TO WS-END-INPUT
              END-IF
              IF WS-START-INPUT NOT NUMERIC
                 OR WS-END-INPUT NOT NUMERIC THEN
                 DISPLAY "DTJRNRPT: dates must be numeric YYYYMMDD"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-START-INPUT TO WS-START-DATE
              MOVE WS-END-INPUT TO WS-END-DATE
              MOVE WS-START-DATE TO WS-CHECK-DATE
              PERFORM 0120-VALIDATE-RANGE-DATE
              MOVE WS-END-DATE TO WS-CHECK-DATE
              PERFORM 0120-VALIDATE-RANGE-DATE
              IF WS-START-DATE > WS-END-DATE THEN
                 DISPLAY "DTJRNRPT: start date after end date"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           DISPLAY "Program (blank = all): ".
           ACCEPT WS-PROGRAM-INPUT.
           DISPLAY "Operator ID (blank = all): ".
           ACCEPT WS-OPERATOR-INPUT.
           DISPLAY "File, e.g. DTPARMS (blank = all): ".
           ACCEPT WS-FILE-INPUT.

      * The usual audit run covers the calendar month just ended.
       0110-DEFAULT-TO-LAST-MONTH.
           MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR.
           MOVE WS-CURRENT-DATE(5:2) TO WS-MONTH.
           IF WS-MONTH = 1 THEN
              MOVE 12 TO WS-MONTH
              SUBTRACT 1 FROM WS-YEAR
           ELSE
              SUBTRACT 1 FROM WS-MONTH
           END-IF.
           PERFORM 1000-GET-MAX-DAY.
           COMPUTE WS-START-DATE = WS-YEAR * 10000 + WS-MONTH * 100 + 1.
           COMPUTE WS-END-DATE
              = WS-YEAR * 10000 + WS-MONTH * 100 + WS-MAX-DAY.

       0120-VALIDATE-RANGE-DATE.
           MOVE WS-CHECK-DATE(1:4) TO WS-YEAR.
           MOVE WS-CHECK-DATE(5:2) TO WS-MONTH.
           MOVE WS-CHECK-DATE(7:2) TO WS-DAY.
           IF WS-MONTH < 1 OR WS-MONTH > 12 THEN
              DISPLAY "DTJRNRPT: invalid month in date "
                      WS-CHECK-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 1000-GET-MAX-DAY.
           IF WS-DAY < 1 OR WS-DAY > WS-MAX-DAY THEN
              DISPLAY "DTJRNRPT: invalid day in date "
                      WS-CHECK-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * No CHGJRNL yet just means nothing has been journaled.
       0150-OPEN-FILES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           SET WS-JOURNAL-FOUND TO TRUE.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE WS-JOURNAL-STATUS
              WHEN "00"
                 CONTINUE
              WHEN "35"
                 SET WS-JOURNAL-MISSING TO TRUE
              WHEN OTHER
                 DISPLAY "DTJRNRPT: unable to open CHGJRNL, status "
                         WS-JOURNAL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
              DISPLAY "DTJRNRPT: unable to open JRNLRPT, status "
                      WS-REPORT-STATUS
              IF WS-JOURNAL-FOUND THEN
                 CLOSE JOURNAL-FILE
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0200-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-REC.
           STRING "DTJRNRPT CHANGE JOURNAL " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "PROGRAM " DELIMITED BY SIZE
                  WS-PROGRAM-INPUT DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-INPUT DELIMITED BY SIZE
                  "  FILE " DELIMITED BY SIZE
                  WS-FILE-INPUT DELIMITED BY SIZE
                  "  (BLANK = ALL)" DELIMITED BY SIZE
                  INTO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-JOURNAL-MISSING THEN
              MOVE "NO CHGJRNL ON FILE" TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       0300-REPORT-ONE-ENTRY.
           READ JOURNAL-FILE
              AT END
                 SET WS-END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 0310-SELECT-ENTRY
                 IF WS-ENTRY-SELECTED THEN
                    PERFORM 0400-WRITE-ENTRY
                    PERFORM 0500-TALLY-ENTRY
                 END-IF
           END-READ.

       0310-SELECT-ENTRY.
           SET WS-ENTRY-SELECTED TO TRUE.
           IF CJ-DATE < WS-START-DATE OR CJ-DATE > WS-END-DATE THEN
              SET WS-ENTRY-NOT-SELECTED TO TRUE
           END-IF.
           IF WS-PROGRAM-INPUT NOT = SPACES
              AND CJ-PROGRAM-ID NOT = WS-PROGRAM-INPUT THEN
              SET WS-ENTRY-NOT-SELECTED TO TRUE
           END-IF.
           IF WS-OPERATOR-INPUT NOT = SPACES
              AND CJ-OPERATOR-ID NOT = WS-OPERATOR-INPUT THEN
              SET WS-ENTRY-NOT-SELECTED TO TRUE
           END-IF.
           IF WS-FILE-INPUT NOT = SPACES
              AND CJ-FILE-NAME NOT = WS-FILE-INPUT THEN
              SET WS-ENTRY-NOT-SELECTED TO TRUE
           END-IF.

       0400-WRITE-ENTRY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE CJ-DATE TO WS-DL-DATE.
           MOVE CJ-TIME TO WS-DL-TIME.
           MOVE CJ-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE CJ-PROGRAM-ID TO WS-DL-PROGRAM.
           MOVE CJ-FUNCTION TO WS-DL-FUNCTION.
           EVALUATE TRUE
              WHEN CJ-ADDED
                 MOVE "ADDED" TO WS-DL-ACTION
              WHEN CJ-CHANGED
                 MOVE "CHANGED" TO WS-DL-ACTION
              WHEN CJ-DELETED
                 MOVE "DELETED" TO WS-DL-ACTION
              WHEN CJ-REFUSED
                 MOVE "REFUSED" TO WS-DL-ACTION
              WHEN OTHER
                 MOVE CJ-ACTION TO WS-DL-ACTION
           END-EVALUATE.
           MOVE CJ-FILE-NAME TO WS-DL-FILE.
           MOVE WS-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF CJ-RECORD-KEY NOT = SPACES OR CJ-NOTE NOT = SPACES THEN
              MOVE CJ-RECORD-KEY TO WS-KL-KEY
              MOVE CJ-NOTE TO WS-KL-NOTE
              MOVE WS-KEY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           EVALUATE CJ-FILE-NAME
              WHEN "DTPARMS"
                 MOVE 1 TO WS-WINDOW-OFFSET
                 PERFORM 0410-WRITE-YEAR-WINDOW
              WHEN "DTPARMSS"
                 MOVE 9 TO WS-WINDOW-OFFSET
                 PERFORM 0410-WRITE-YEAR-WINDOW
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 0420-WRITE-IMAGES.

      * The question the auditors ask most: who moved the window.
       0410-WRITE-YEAR-WINDOW.
           MOVE "(NONE)" TO WS-WINDOW-BEFORE.
           MOVE "(NONE)" TO WS-WINDOW-AFTER.
           IF CJ-BEFORE-IMAGE(WS-WINDOW-OFFSET:8) NOT = SPACES THEN
              MOVE SPACES TO WS-WINDOW-BEFORE
              STRING CJ-BEFORE-IMAGE(WS-WINDOW-OFFSET:4) "-"
                     CJ-BEFORE-IMAGE(WS-WINDOW-OFFSET + 4:4)
                     DELIMITED BY SIZE INTO WS-WINDOW-BEFORE
           END-IF.
           IF CJ-AFTER-IMAGE(WS-WINDOW-OFFSET:8) NOT = SPACES THEN
              MOVE SPACES TO WS-WINDOW-AFTER
              STRING CJ-AFTER-IMAGE(WS-WINDOW-OFFSET:4) "-"
                     CJ-AFTER-IMAGE(WS-WINDOW-OFFSET + 4:4)
                     DELIMITED BY SIZE INTO WS-WINDOW-AFTER
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING "    YEAR WINDOW " DELIMITED BY SIZE
                  WS-WINDOW-BEFORE DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-WINDOW-AFTER DELIMITED BY SIZE
                  INTO REPORT-REC.
           IF WS-WINDOW-BEFORE NOT = WS-WINDOW-AFTER THEN
              MOVE "*** CHANGED ***" TO REPORT-REC(41:15)
           END-IF.
           WRITE REPORT-REC.

      * Images are printed 60 bytes a line, as far as the longer of
      * the two runs.  For a changed record a ruler under each pair
      * marks the positions that differ; a repair's before and after
      * are different layouts, so no ruler is drawn for those.
       0420-WRITE-IMAGES.
           PERFORM VARYING WS-IMAGE-LENGTH FROM 200 BY -1
                   UNTIL WS-IMAGE-LENGTH = 0
              IF CJ-BEFORE-IMAGE(WS-IMAGE-LENGTH:1) NOT = SPACE
                 OR CJ-AFTER-IMAGE(WS-IMAGE-LENGTH:1) NOT = SPACE
                 THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CHUNK-START FROM 1 BY 60
                   UNTIL WS-CHUNK-START > WS-IMAGE-LENGTH
              COMPUTE WS-CHUNK-LENGTH = 201 - WS-CHUNK-START
              IF WS-CHUNK-LENGTH > 60 THEN
                 MOVE 60 TO WS-CHUNK-LENGTH
              END-IF
              PERFORM 0430-WRITE-IMAGE-CHUNK
           END-PERFORM.

       0430-WRITE-IMAGE-CHUNK.
           IF CJ-BEFORE-IMAGE(WS-CHUNK-START:WS-CHUNK-LENGTH)
              NOT = SPACES THEN
              MOVE "    BEFORE " TO WS-IL-LABEL
              MOVE CJ-BEFORE-IMAGE(WS-CHUNK-START:WS-CHUNK-LENGTH)
                 TO WS-IL-TEXT
              MOVE WS-IMAGE-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           IF CJ-AFTER-IMAGE(WS-CHUNK-START:WS-CHUNK-LENGTH)
              NOT = SPACES THEN
              MOVE "    AFTER  " TO WS-IL-LABEL
              MOVE CJ-AFTER-IMAGE(WS-CHUNK-START:WS-CHUNK-LENGTH)
                 TO WS-IL-TEXT
              MOVE WS-IMAGE-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           IF CJ-CHANGED THEN
              MOVE SPACES TO WS-IL-LABEL
              MOVE SPACES TO WS-IL-TEXT
              SET WS-CHUNK-SAME TO TRUE
              PERFORM VARYING WS-CHUNK-POS FROM 1 BY 1
                      UNTIL WS-CHUNK-POS > WS-CHUNK-LENGTH
                 COMPUTE WS-IMAGE-POS
                    = WS-CHUNK-START + WS-CHUNK-POS - 1
                 IF CJ-BEFORE-IMAGE(WS-IMAGE-POS:1)
                    NOT = CJ-AFTER-IMAGE(WS-IMAGE-POS:1) THEN
                    MOVE "*" TO WS-IL-TEXT(WS-CHUNK-POS:1)
                    SET WS-CHUNK-DIFFERS TO TRUE
                 END-IF
              END-PERFORM
              IF WS-CHUNK-DIFFERS THEN
                 MOVE WS-IMAGE-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

       0500-TALLY-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           EVALUATE TRUE
              WHEN CJ-ADDED
                 ADD 1 TO WS-ADDED-COUNT
              WHEN CJ-CHANGED
                 ADD 1 TO WS-CHANGED-COUNT
              WHEN CJ-DELETED
                 ADD 1 TO WS-DELETED-COUNT
              WHEN CJ-REFUSED
                 ADD 1 TO WS-REFUSED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 0510-TALLY-OPERATOR.
           PERFORM 0520-TALLY-PROGRAM.
           PERFORM 0530-TALLY-FUNCTION.

       0510-TALLY-OPERATOR.
           SET WS-TALLY-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-OPR-USED
              IF WS-OT-OPERATOR-ID(WS-TALLY-IDX) = CJ-OPERATOR-ID THEN
                 SET WS-TALLY-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TALLY-NOT-FOUND THEN
              IF WS-OPR-USED < 100 THEN
                 ADD 1 TO WS-OPR-USED
                 MOVE WS-OPR-USED TO WS-TALLY-IDX
                 MOVE CJ-OPERATOR-ID TO WS-OT-OPERATOR-ID(WS-TALLY-IDX)
                 MOVE 0 TO WS-OT-CHANGES(WS-TALLY-IDX)
                 MOVE 0 TO WS-OT-REFUSALS(WS-TALLY-IDX)
                 SET WS-TALLY-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-OPR-OVERFLOW
              END-IF
           END-IF.
           IF WS-TALLY-FOUND THEN
              IF CJ-REFUSED THEN
                 ADD 1 TO WS-OT-REFUSALS(WS-TALLY-IDX)
              ELSE
                 ADD 1 TO WS-OT-CHANGES(WS-TALLY-IDX)
              END-IF
           END-IF.

       0520-TALLY-PROGRAM.
           SET WS-TALLY-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-PGM-USED
              IF WS-PT-PROGRAM-ID(WS-TALLY-IDX) = CJ-PROGRAM-ID THEN
                 SET WS-TALLY-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TALLY-NOT-FOUND THEN
              IF WS-PGM-USED < 20 THEN
                 ADD 1 TO WS-PGM-USED
                 MOVE WS-PGM-USED TO WS-TALLY-IDX
                 MOVE CJ-PROGRAM-ID TO WS-PT-PROGRAM-ID(WS-TALLY-IDX)
                 MOVE 0 TO WS-PT-CHANGES(WS-TALLY-IDX)
                 MOVE 0 TO WS-PT-REFUSALS(WS-TALLY-IDX)
                 SET WS-TALLY-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-PGM-OVERFLOW
              END-IF
           END-IF.
           IF WS-TALLY-FOUND THEN
              IF CJ-REFUSED THEN
                 ADD 1 TO WS-PT-REFUSALS(WS-TALLY-IDX)
              ELSE
                 ADD 1 TO WS-PT-CHANGES(WS-TALLY-IDX)
              END-IF
           END-IF.

       0530-TALLY-FUNCTION.
           SET WS-TALLY-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-FNC-USED
              IF WS-FT-FUNCTION(WS-TALLY-IDX) = CJ-FUNCTION THEN
                 SET WS-TALLY-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TALLY-NOT-FOUND THEN
              IF WS-FNC-USED < 20 THEN
                 ADD 1 TO WS-FNC-USED
                 MOVE WS-FNC-USED TO WS-TALLY-IDX
                 MOVE CJ-FUNCTION TO WS-FT-FUNCTION(WS-TALLY-IDX)
                 MOVE 0 TO WS-FT-CHANGES(WS-TALLY-IDX)
                 MOVE 0 TO WS-FT-REFUSALS(WS-TALLY-IDX)
                 SET WS-TALLY-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-FNC-OVERFLOW
              END-IF
           END-IF.
           IF WS-TALLY-FOUND THEN
              IF CJ-REFUSED THEN
                 ADD 1 TO WS-FT-REFUSALS(WS-TALLY-IDX)
              ELSE
                 ADD 1 TO WS-FT-CHANGES(WS-TALLY-IDX)
              END-IF
           END-IF.

       0600-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE ALL "=" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "SUMMARY" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "JOURNAL ENTRIES READ" TO WS-SM-LABEL.
           MOVE WS-READ-COUNT TO WS-SM-COUNT.
           PERFORM 0690-WRITE-SUMMARY-LINE.
           MOVE "ENTRIES REPORTED" TO WS-SM-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-SM-COUNT.
           PERFORM 0690-WRITE-SUMMARY-LINE.
           MOVE "  RECORDS ADDED" TO WS-SM-LABEL.
           MOVE WS-ADDED-COUNT TO WS-SM-COUNT.
           PERFORM 0690-WRITE-SUMMARY-LINE.
           MOVE "  RECORDS CHANGED" TO WS-SM-LABEL.
           MOVE WS-CHANGED-COUNT TO WS-SM-COUNT.
           PERFORM 0690-WRITE-SUMMARY-LINE.
           MOVE "  RECORDS DELETED" TO WS-SM-LABEL.
           MOVE WS-DELETED-COUNT TO WS-SM-COUNT.
           PERFORM 0690-WRITE-SUMMARY-LINE.
           MOVE "  REFUSED SIGN-ONS/FUNCTIONS" TO WS-SM-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-SM-COUNT.
           PERFORM 0690-WRITE-SUMMARY-LINE.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-TALLY-HEADING TO REPORT-REC.
           MOVE "BY OPERATOR" TO REPORT-REC(1:16).
           WRITE REPORT-REC.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-OPR-USED
              MOVE WS-OT-OPERATOR-ID(WS-TALLY-IDX) TO WS-TL-NAME
              MOVE WS-OT-CHANGES(WS-TALLY-IDX) TO WS-TL-CHANGES
              MOVE WS-OT-REFUSALS(WS-TALLY-IDX) TO WS-TL-REFUSALS
              MOVE WS-TALLY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-PERFORM.
           IF WS-OPR-OVERFLOW > 0 THEN
              MOVE "  (OTHER OPERATORS)" TO WS-SM-LABEL
              MOVE WS-OPR-OVERFLOW TO WS-SM-COUNT
              PERFORM 0690-WRITE-SUMMARY-LINE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-TALLY-HEADING TO REPORT-REC.
           MOVE "BY PROGRAM" TO REPORT-REC(1:16).
           WRITE REPORT-REC.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-PGM-USED
              MOVE WS-PT-PROGRAM-ID(WS-TALLY-IDX) TO WS-TL-NAME
              MOVE WS-PT-CHANGES(WS-TALLY-IDX) TO WS-TL-CHANGES
              MOVE WS-PT-REFUSALS(WS-TALLY-IDX) TO WS-TL-REFUSALS
              MOVE WS-TALLY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-PERFORM.
           IF WS-PGM-OVERFLOW > 0 THEN
              MOVE "  (OTHER PROGRAMS)" TO WS-SM-LABEL
              MOVE WS-PGM-OVERFLOW TO WS-SM-COUNT
              PERFORM 0690-WRITE-SUMMARY-LINE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-TALLY-HEADING TO REPORT-REC.
           MOVE "BY FUNCTION" TO REPORT-REC(1:16).
           WRITE REPORT-REC.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-TALLY-IDX > WS-FNC-USED
              MOVE WS-FT-FUNCTION(WS-TALLY-IDX) TO WS-TL-NAME
              MOVE WS-FT-CHANGES(WS-TALLY-IDX) TO WS-TL-CHANGES
              MOVE WS-FT-REFUSALS(WS-TALLY-IDX) TO WS-TL-REFUSALS
              MOVE WS-TALLY-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-PERFORM.
           IF WS-FNC-OVERFLOW > 0 THEN
              MOVE "  (OTHER FUNCTIONS)" TO WS-SM-LABEL
              MOVE WS-FNC-OVERFLOW TO WS-SM-COUNT
              PERFORM 0690-WRITE-SUMMARY-LINE
           END-IF.

       0690-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       1000-GET-MAX-DAY.
           PERFORM 1100-SET-LEAP-FLAG.
           MOVE WS-DIM-ENTRY(WS-MONTH) TO WS-MAX-DAY.
           IF WS-MONTH = 2 AND WS-LEAP-YEAR THEN
              MOVE 29 TO WS-MAX-DAY
           END-IF.

       1100-SET-LEAP-FLAG.
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
