      ******************************************************************
      * DTTRACE - Transaction lifecycle trace.  Given a transaction
      * as its source sent it (date and time as received plus the
      * source-system ID of its batch header) or any reject ID in
      * its repair chain, follows the item through every file the
      * night leaves behind and prints its history in date order:
      * first receipt, each reject and reason, each DTREPAIR,
      * DTAUTORP or supervisor resubmission, duplicate hits and
      * DTSEEN releases, carryover past the cutoff, and the final
      * acceptance with the normalized and rolled dates.
      * The repair chain is first closed over TRANSREJ, TRANSARP,
      * TRANSESC, TRANSRSB, TRANSOVR, the ESCQUEUE master and the
      * DTRJAGE masters: every reject ID and every timestamp a
      * resubmission went out under (under its resubmission batch's
      * header ID) belongs to the trace.  The daily AUDITyyyymmdd
      * files are then searched from the day before the earliest
      * date the item is known by - a chain timestamp that is a real
      * calendar date no later than today, or a run date the control
      * files hold (first reject, automatic repair, resubmission
      * batch, escalation) - for the number of days in DTTRDAYS
      * (1-365, default 30).  A timestamp rejected for its year
      * (e.g. 19000101) is not taken when it lies more than DTTRDAYS
      * before the earliest run date.  A day no longer on disk is
      * read from its monthly
      * AUDARCHyyyymm archive when AUDARCIX lists it.  An audit line
      * with a chain timestamp that came in under a resubmission
      * batch but cannot be tied to the chain by ID is shown as a
      * probable resubmission (RESUB?).  SEENRLSE is searched for
      * releases of the item's normalized key.
      * Interactive by default; the B action, or DTTRBATCH=Y for an
      * unattended run, traces every key in the TRACEKEY list (see
      * DTTRKYRC) to the TRACERPT report instead.  A batch run ends
      * with condition code 4 when a key was invalid or not found,
      * 8 when a file could not be read, 16 when TRACEKEY or
      * TRACERPT cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTTRACE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-FILE ASSIGN TO "TRACEKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.

           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT INDEX-FILE ASSIGN TO "AUDARCIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REPAIRED-FILE ASSIGN TO "TRANSARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIRED-STATUS.

           SELECT RESUB-FILE ASSIGN DYNAMIC WS-RESUB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "ESCQUEUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT AGE-FILE ASSIGN DYNAMIC WS-AGE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-AGE-STATUS.

           SELECT RELEASE-LOG-FILE ASSIGN TO "SEENRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRACERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "DTRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-FILE.
       COPY DTTRKYRC.

       FD  AUDIT-FILE.
       COPY DTAUDREC.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05  AR-RUN-DATE      PIC 9(8).
           05  AR-AUDIT-DATA    PIC X(69).

       FD  INDEX-FILE.
       01  INDEX-REC.
           05  AX-RUN-DATE      PIC 9(8).
           05  AX-RECORD-COUNT  PIC 9(9).

       FD  REJECT-FILE.
       COPY DTREJREC.

       FD  REPAIRED-FILE.
       01  REPAIRED-REC.
           05  RP-REJECT-DATA   PIC X(65).
           05  RP-RULE-ID       PIC X(8).
           05  RP-REPAIR-DATE   PIC 9(8).

       FD  RESUB-FILE.
       COPY DTTRANRC.

       FD  QUEUE-FILE.
       COPY DTESCQRC.

       FD  AGE-FILE.
       COPY DTRJAGRC.

       FD  RELEASE-LOG-FILE.
       01  RELEASE-LOG-REC.
           05  RL-RELEASE-DATE  PIC 9(8).
           05  RL-RELEASE-TIME  PIC 9(6).
           05  RL-DATE          PIC 9(8).
           05  RL-TIME          PIC 9(6).
           05  RL-SOURCE-SYSTEM PIC X(8).
           05  RL-FIRST-SEEN-DATE PIC 9(8).
           05  RL-RECORD-NUMBER PIC 9(9).
           05  RL-REASON        PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-REC           PIC X(80).

       FD  RUNLOG-FILE.
       COPY DTRUNCRC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS     PIC X(2).
       01  WS-RUN-TIME-RAW      PIC 9(8).
       01  WS-KEY-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS      PIC X(2).
       01  WS-ARCHIVE-STATUS    PIC X(2).
       01  WS-INDEX-STATUS      PIC X(2).
       01  WS-REJECT-STATUS     PIC X(2).
       01  WS-REPAIRED-STATUS   PIC X(2).
       01  WS-RESUB-STATUS      PIC X(2).
       01  WS-QUEUE-STATUS      PIC X(2).
       01  WS-AGE-STATUS        PIC X(2).
       01  WS-RELEASE-STATUS    PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).

       01  WS-AUDIT-FILE-NAME   PIC X(20).
       01  WS-ARCHIVE-NAME      PIC X(20).
       01  WS-REJECT-FILE-NAME  PIC X(20).
       01  WS-RESUB-FILE-NAME   PIC X(20).
       01  WS-AGE-FILE-NAME     PIC X(20).
       01  WS-AGE-OWNER-NUM     PIC 9(2).

       01  WS-EOF-FLAG          PIC X(1).
           88  WS-END-OF-FILE           VALUE "Y".
           88  WS-NOT-END-OF-FILE       VALUE "N".

       01  WS-KEY-EOF-FLAG      PIC X(1).
           88  WS-KEY-END               VALUE "Y".
           88  WS-KEY-NOT-END           VALUE "N".

       01  WS-DONE-FLAG         PIC X(1).
           88  WS-MENU-DONE             VALUE "Y".
           88  WS-MENU-NOT-DONE         VALUE "N".

       01  WS-OUTPUT-FLAG       PIC X(1) VALUE "S".
           88  WS-OUTPUT-SCREEN         VALUE "S".
           88  WS-OUTPUT-REPORT         VALUE "R".

       01  WS-BATCH-INPUT       PIC X(1).
       01  WS-DAYS-INPUT        PIC X(3).
       01  WS-DAYS-WORK-X       PIC X(3).
       01  WS-DAYS-WORK REDEFINES WS-DAYS-WORK-X PIC 9(3).
       01  WS-TRACE-DAYS        PIC 9(3) VALUE 30.
       01  WS-TRACE-DAYS-MAX    PIC 9(3) VALUE 365.

       01  WS-ACTION-INPUT      PIC X(1).
       01  WS-DATE-INPUT        PIC X(8).
       01  WS-TIME-INPUT        PIC X(6).
       01  WS-SOURCE-INPUT      PIC X(8).
       01  WS-ID-INPUT          PIC X(9).

       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-WORK-DATE         PIC 9(8).
       01  WS-WINDOW-START      PIC 9(8).
       01  WS-WINDOW-END        PIC 9(8).
       01  WS-WINDOW-FOUND-FLAG PIC X(1).
           88  WS-WINDOW-FOUND          VALUE "Y".
           88  WS-WINDOW-NOT-FOUND      VALUE "N".
       01  WS-KEY-FLOOR         PIC 9(8).
       01  WS-KEY-DATE-FLAG     PIC X(1).
           88  WS-KEY-DATE-VALID        VALUE "Y".
           88  WS-KEY-DATE-INVALID      VALUE "N".
      * Earliest night the control files show the chain was worked.
       01  WS-EARLIEST-RUN-DATE PIC 9(8).
       01  WS-NEW-RUN-DATE      PIC 9(8).
       01  WS-LINE-RUN-DATE     PIC 9(8).
       01  WS-ARCHIVE-MONTH     PIC 9(6).
       01  WS-ARCHIVE-MARK      PIC X(1).

       01  WS-READ-ERROR-FLAG   PIC X(1) VALUE "N".
           88  WS-READ-ERROR            VALUE "Y".

      * What the trace was asked for.
       01  WS-SEED-TYPE         PIC X(1).
           88  WS-SEED-TIMESTAMP        VALUE "T".
           88  WS-SEED-REJECT           VALUE "R".
       01  WS-SEED-DATE         PIC 9(8).
       01  WS-SEED-TIME         PIC 9(6).
       01  WS-SEED-SOURCE       PIC X(8).
       01  WS-SEED-REJECT-ID    PIC 9(9).
       01  WS-REQUEST-REF       PIC X(20).

      * Timestamps (as received) the chain went through, with the
      * header ID of the batch each arrived under.
       01  WS-KEY-MAX           PIC 9(2) VALUE 20.
       01  WS-KEY-COUNT         PIC 9(2) VALUE 0.
       01  WS-KEY-IDX           PIC 9(2).
       01  WS-KEY-TABLE-AREA.
           05  WS-KEY-ENTRY OCCURS 20 TIMES.
               10  WS-KY-DATE       PIC 9(8).
               10  WS-KY-TIME       PIC 9(6).
               10  WS-KY-SOURCE     PIC X(8).
       01  WS-NEW-KEY-DATE      PIC 9(8).
       01  WS-NEW-KEY-TIME      PIC 9(6).
       01  WS-NEW-KEY-SOURCE    PIC X(8).

      * Normalized DTSEEN keys seen in the audit lines.
       01  WS-NORM-MAX          PIC 9(2) VALUE 20.
       01  WS-NORM-COUNT        PIC 9(2) VALUE 0.
       01  WS-NORM-IDX          PIC 9(2).
       01  WS-NORM-TABLE-AREA.
           05  WS-NORM-ENTRY OCCURS 20 TIMES.
               10  WS-NK-DATE       PIC 9(8).
               10  WS-NK-TIME       PIC 9(6).
               10  WS-NK-SOURCE     PIC X(8).

       01  WS-ID-MAX            PIC 9(2) VALUE 50.
       01  WS-ID-COUNT          PIC 9(2) VALUE 0.
       01  WS-ID-IDX            PIC 9(2).
       01  WS-ID-TABLE-AREA.
           05  WS-ID-VALUE      PIC 9(9) OCCURS 50 TIMES.
       01  WS-NEW-ID            PIC 9(9).

       01  WS-CHAIN-SIZE        PIC 9(4).
       01  WS-PASS-COUNT        PIC 9(2).

       01  WS-MATCH-FLAG        PIC X(1).
           88  WS-MATCHED               VALUE "Y".
           88  WS-NOT-MATCHED           VALUE "N".
       01  WS-PROBABLE-FLAG     PIC X(1).
           88  WS-PROBABLE-RESUB        VALUE "Y".
           88  WS-NOT-PROBABLE-RESUB    VALUE "N".
       01  WS-COLLECT-FLAG      PIC X(1).
           88  WS-COLLECTING-EVENTS     VALUE "Y".
           88  WS-EXPANDING-CHAIN       VALUE "N".

       01  WS-RESUB-HEADER-SOURCE PIC X(8).
       01  WS-RESUB-HEADER-DATE PIC 9(8).

      * Days of the search window and where each was read from:
      * D daily file, A monthly archive, blank not found.
       01  WS-DAY-COUNT         PIC 9(3) VALUE 0.
       01  WS-DAY-IDX           PIC 9(3).
       01  WS-ARC-DAY-IDX       PIC 9(3).
       01  WS-DAY-TABLE-AREA.
           05  WS-DAY-ENTRY OCCURS 366 TIMES.
               10  WS-DY-DATE       PIC 9(8).
               10  WS-DY-FROM       PIC X(1).
       01  WS-DAILY-DAYS        PIC 9(3).
       01  WS-ARCHIVED-DAYS     PIC 9(3).

       01  WS-IDX-MAX           PIC 9(4) VALUE 3000.
       01  WS-IDX-COUNT         PIC 9(4) VALUE 0.
       01  WS-IDX-IDX           PIC 9(4).
       01  WS-IDX-FOUND-FLAG    PIC X(1).
           88  WS-IDX-FOUND             VALUE "Y".
           88  WS-IDX-NOT-FOUND         VALUE "N".
       01  WS-IDX-TABLE-AREA.
           05  WS-IDX-DATE      PIC 9(8) OCCURS 3000 TIMES.

      * The lifecycle events, sorted on date, class and sequence
      * before printing.  Class 1 automatic repair, 2 resubmission
      * batch, 3 audit, 4 escalation queue, 5 DTSEEN release, 9
      * still pending (dated 99999999, printed as CURRENT).
       01  WS-EV-MAX            PIC 9(3) VALUE 500.
       01  WS-EV-COUNT          PIC 9(3) VALUE 0.
       01  WS-EV-IDX            PIC 9(3).
       01  WS-EV-IDX2           PIC 9(3).
       01  WS-EV-TABLE-AREA.
           05  WS-EV-ENTRY OCCURS 500 TIMES.
               10  WS-EV-SORT-KEY.
                   15  WS-EV-DATE       PIC 9(8).
                   15  WS-EV-CLASS      PIC 9(1).
                   15  WS-EV-SEQ        PIC 9(5).
               10  WS-EV-MARK       PIC X(1).
               10  WS-EV-SOURCE     PIC X(8).
               10  WS-EV-STAMP      PIC X(15).
               10  WS-EV-TEXT       PIC X(43).
       01  WS-EV-SWAP           PIC X(81).
       01  WS-EV-SEQ-NEXT       PIC 9(5) VALUE 0.
       01  WS-SWAPPED-FLAG      PIC X(1).
           88  WS-SWAPPED               VALUE "Y".
           88  WS-NOT-SWAPPED           VALUE "N".
       01  WS-FIRST-SHOWN-FLAG  PIC X(1).
           88  WS-FIRST-SHOWN           VALUE "Y".
       01  WS-EV-OVERFLOW-FLAG  PIC X(1) VALUE "N".
           88  WS-EV-OVERFLOW           VALUE "Y".

       01  WS-NEW-EVENT.
           05  WS-NE-DATE       PIC 9(8).
           05  WS-NE-CLASS      PIC 9(1).
           05  WS-NE-MARK       PIC X(1).
           05  WS-NE-SOURCE     PIC X(8).
           05  WS-NE-STAMP      PIC X(15).
           05  WS-NE-TEXT       PIC X(43).

       01  WS-STAMP-WORK.
           05  WS-SW-DATE       PIC X(8).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-SW-TIME       PIC X(6).

      * Final disposition as far as the files show it.
       01  WS-ACCEPT-RUN-DATE   PIC 9(8).
       01  WS-ACCEPT-NORM-DATE  PIC 9(8).
       01  WS-ACCEPT-ROLLED-DATE PIC 9(8).
       01  WS-LAST-AUDIT-DATE   PIC 9(8).
       01  WS-LAST-AUDIT-STATUS PIC X(4).
       01  WS-QUEUE-DISPOSITION PIC X(1).
       01  WS-QUEUE-DISP-DATE   PIC 9(8).
       01  WS-QUEUE-OVR-STATUS  PIC X(1).
       01  WS-OPEN-CHAIN-FLAG   PIC X(1).
           88  WS-OPEN-CHAIN            VALUE "Y".
       01  WS-OUTCOME           PIC X(70).

       01  WS-TRACE-COUNTERS.
           05  WS-KEYS-READ     PIC 9(9) VALUE 0.
           05  WS-KEYS-TRACED   PIC 9(9) VALUE 0.
           05  WS-KEYS-NOT-FOUND PIC 9(9) VALUE 0.
           05  WS-KEYS-INVALID  PIC 9(9) VALUE 0.

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

       01  WS-OUT-LINE          PIC X(80).

       01  WS-EVENT-HEADING.
           05  FILLER           PIC X(10) VALUE "RUN DATE".
           05  FILLER           PIC X(10) VALUE "SOURCE".
           05  FILLER           PIC X(17) VALUE "AS RECEIVED".
           05  FILLER           PIC X(43) VALUE "EVENT".

       01  WS-EVENT-LINE.
           05  WS-EL-DATE       PIC X(8).
           05  WS-EL-MARK       PIC X(1).
           05  FILLER           PIC X(1) VALUE SPACE.
           05  WS-EL-SOURCE     PIC X(8).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-EL-STAMP      PIC X(15).
           05  FILLER           PIC X(2) VALUE SPACES.
           05  WS-EL-TEXT       PIC X(43).

       01  WS-SUMMARY-LINE.
           05  WS-SM-LABEL      PIC X(32).
           05  WS-SM-COUNT      PIC 9(9).
           05  FILLER           PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-GET-OPTIONS.
           PERFORM 0150-LOAD-ARCHIVE-INDEX.
           IF WS-BATCH-INPUT = "Y" THEN
              PERFORM 8000-WRITE-RUNLOG-START
              PERFORM 5000-BATCH-TRACE
              PERFORM 8100-WRITE-RUNLOG-END
           ELSE
              SET WS-MENU-NOT-DONE TO TRUE
              PERFORM 0200-MENU UNTIL WS-MENU-DONE
           END-IF.
           STOP RUN.

       0100-GET-OPTIONS.
           ACCEPT WS-BATCH-INPUT FROM ENVIRONMENT "DTTRBATCH"
               ON EXCEPTION
                  MOVE SPACE TO WS-BATCH-INPUT
           END-ACCEPT.
           ACCEPT WS-DAYS-INPUT FROM ENVIRONMENT "DTTRDAYS"
               ON EXCEPTION
                  MOVE SPACES TO WS-DAYS-INPUT
           END-ACCEPT.
           MOVE WS-DAYS-INPUT TO WS-DAYS-WORK-X.
           IF WS-DAYS-INPUT(2:2) = SPACES THEN
              MOVE "00" TO WS-DAYS-WORK-X(1:2)
              MOVE WS-DAYS-INPUT(1:1) TO WS-DAYS-WORK-X(3:1)
           ELSE
              IF WS-DAYS-INPUT(3:1) = SPACE THEN
                 MOVE "0" TO WS-DAYS-WORK-X(1:1)
                 MOVE WS-DAYS-INPUT(1:2) TO WS-DAYS-WORK-X(2:2)
              END-IF
           END-IF.
           IF WS-DAYS-INPUT NOT = SPACES THEN
              IF WS-DAYS-WORK-X IS NUMERIC
                 AND WS-DAYS-WORK > 0
                 AND WS-DAYS-WORK <= WS-TRACE-DAYS-MAX THEN
                 MOVE WS-DAYS-WORK TO WS-TRACE-DAYS
              ELSE
                 DISPLAY "DTTRACE: DTTRDAYS " WS-DAYS-INPUT
                         " outside 1-" WS-TRACE-DAYS-MAX
                         ", using " WS-TRACE-DAYS
              END-IF
           END-IF.

       0150-LOAD-ARCHIVE-INDEX.
           MOVE 0 TO WS-IDX-COUNT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS = "00" THEN
              PERFORM UNTIL WS-END-OF-FILE
                 READ INDEX-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       IF WS-IDX-COUNT < WS-IDX-MAX THEN
                          ADD 1 TO WS-IDX-COUNT
                          MOVE AX-RUN-DATE
                             TO WS-IDX-DATE(WS-IDX-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INDEX-FILE
           END-IF.

       0200-MENU.
           DISPLAY "================================================".
           DISPLAY "TRANSACTION LIFECYCLE TRACE".
           DISPLAY "================================================".
           DISPLAY "T = trace by date/time and source"
                   "   R = trace by reject ID".
           DISPLAY "B = trace every key in TRACEKEY to TRACERPT"
                   "   X = exit".
           DISPLAY "Action: ".
           ACCEPT WS-ACTION-INPUT.
           EVALUATE WS-ACTION-INPUT
              WHEN "T"
                 PERFORM 0300-ACCEPT-TIMESTAMP
              WHEN "R"
                 PERFORM 0400-ACCEPT-REJECT-ID
              WHEN "B"
                 PERFORM 5000-BATCH-TRACE
                 DISPLAY "DTTRACE: " WS-KEYS-TRACED " traced, "
                         WS-KEYS-NOT-FOUND " not found, "
                         WS-KEYS-INVALID " invalid, see TRACERPT."
                 SET WS-OUTPUT-SCREEN TO TRUE
              WHEN "X"
                 SET WS-MENU-DONE TO TRUE
              WHEN OTHER
                 DISPLAY "Unknown action."
           END-EVALUATE.

       0300-ACCEPT-TIMESTAMP.
           DISPLAY "Source system (blank = no batch header): ".
           ACCEPT WS-SOURCE-INPUT.
           DISPLAY "Date as sent (YYYYMMDD): ".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "Time as sent (HHMMSS): ".
           ACCEPT WS-TIME-INPUT.
           IF WS-DATE-INPUT NOT NUMERIC
              OR WS-TIME-INPUT NOT NUMERIC THEN
              DISPLAY "Date and time must be numeric."
           ELSE
              SET WS-SEED-TIMESTAMP TO TRUE
              MOVE WS-DATE-INPUT TO WS-SEED-DATE
              MOVE WS-TIME-INPUT TO WS-SEED-TIME
              MOVE WS-SOURCE-INPUT TO WS-SEED-SOURCE
              MOVE SPACES TO WS-REQUEST-REF
              PERFORM 2000-RUN-TRACE
           END-IF.

       0400-ACCEPT-REJECT-ID.
           DISPLAY "Reject ID: ".
           ACCEPT WS-ID-INPUT.
           IF WS-ID-INPUT NOT NUMERIC THEN
              DISPLAY "ID must be 9 digits."
           ELSE
              SET WS-SEED-REJECT TO TRUE
              MOVE WS-ID-INPUT TO WS-SEED-REJECT-ID
              MOVE SPACES TO WS-REQUEST-REF
              PERFORM 2000-RUN-TRACE
           END-IF.

      * One complete trace of the seed item.
       2000-RUN-TRACE.
           PERFORM 2100-RESET-TRACE.
           IF WS-SEED-TIMESTAMP THEN
              MOVE WS-SEED-DATE TO WS-NEW-KEY-DATE
              MOVE WS-SEED-TIME TO WS-NEW-KEY-TIME
              MOVE WS-SEED-SOURCE TO WS-NEW-KEY-SOURCE
              PERFORM 2810-ADD-KEY
           ELSE
              MOVE WS-SEED-REJECT-ID TO WS-NEW-ID
              PERFORM 2820-ADD-ID
           END-IF.
           SET WS-EXPANDING-CHAIN TO TRUE.
           MOVE 0 TO WS-PASS-COUNT.
           COMPUTE WS-CHAIN-SIZE = WS-KEY-COUNT + WS-ID-COUNT + 1.
           PERFORM UNTIL WS-KEY-COUNT + WS-ID-COUNT = WS-CHAIN-SIZE
                      OR WS-PASS-COUNT >= 10
              COMPUTE WS-CHAIN-SIZE = WS-KEY-COUNT + WS-ID-COUNT
              ADD 1 TO WS-PASS-COUNT
              PERFORM 2200-SCAN-CONTROL-FILES
           END-PERFORM.
           SET WS-COLLECTING-EVENTS TO TRUE.
           PERFORM 2200-SCAN-CONTROL-FILES.
           PERFORM 2400-SCAN-AUDIT-WINDOW.
           PERFORM 2600-SCAN-RELEASES.
           PERFORM 2700-DETERMINE-OUTCOME.
           PERFORM 3000-PRINT-TRACE.

       2100-RESET-TRACE.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE 0 TO WS-NORM-COUNT.
           MOVE 0 TO WS-ID-COUNT.
           MOVE 0 TO WS-EV-COUNT.
           MOVE 0 TO WS-EV-SEQ-NEXT.
           MOVE "N" TO WS-EV-OVERFLOW-FLAG.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-EARLIEST-RUN-DATE.
           MOVE 0 TO WS-DAILY-DAYS.
           MOVE 0 TO WS-ARCHIVED-DAYS.
           MOVE 0 TO WS-ACCEPT-RUN-DATE.
           MOVE 0 TO WS-ACCEPT-NORM-DATE.
           MOVE 0 TO WS-ACCEPT-ROLLED-DATE.
           MOVE 0 TO WS-LAST-AUDIT-DATE.
           MOVE SPACES TO WS-LAST-AUDIT-STATUS.
           MOVE SPACE TO WS-QUEUE-DISPOSITION.
           MOVE 0 TO WS-QUEUE-DISP-DATE.
           MOVE SPACE TO WS-QUEUE-OVR-STATUS.
           MOVE "N" TO WS-OPEN-CHAIN-FLAG.

      * Run twice over the same files: while the chain is being
      * closed only keys and IDs are gathered, on the final pass
      * the events are recorded.
       2200-SCAN-CONTROL-FILES.
           MOVE "TRANSREJ" TO WS-REJECT-FILE-NAME.
           PERFORM 2210-SCAN-REJECT-FILE.
           MOVE "TRANSESC" TO WS-REJECT-FILE-NAME.
           PERFORM 2210-SCAN-REJECT-FILE.
           PERFORM 2230-SCAN-REPAIRED-FILE.
           MOVE "TRANSRSB" TO WS-RESUB-FILE-NAME.
           PERFORM 2250-SCAN-RESUB-FILE.
           MOVE "TRANSOVR" TO WS-RESUB-FILE-NAME.
           PERFORM 2250-SCAN-RESUB-FILE.
           PERFORM 2300-READ-QUEUE-ITEMS.
           IF WS-COLLECTING-EVENTS THEN
              PERFORM 2350-READ-AGE-ENTRIES
           END-IF.

       2210-SCAN-REJECT-FILE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = "00" THEN
              PERFORM UNTIL WS-END-OF-FILE
                 READ REJECT-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 2220-CHECK-REJECT
                       IF WS-MATCHED AND WS-COLLECTING-EVENTS THEN
                          PERFORM 2215-RECORD-REJECT-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REJECT-FILE
           ELSE
              MOVE WS-REJECT-FILE-NAME TO WS-AUDIT-FILE-NAME
              MOVE WS-REJECT-STATUS TO WS-AUDIT-STATUS
              PERFORM 2900-NOTE-OPEN-FAILURE
           END-IF.

       2215-RECORD-REJECT-EVENT.
           MOVE 99999999 TO WS-NE-DATE.
           MOVE 9 TO WS-NE-CLASS.
           MOVE SPACE TO WS-NE-MARK.
           MOVE RJ-SOURCE-SYSTEM TO WS-NE-SOURCE.
           MOVE RJ-DATE TO WS-SW-DATE.
           MOVE RJ-TIME TO WS-SW-TIME.
           MOVE WS-STAMP-WORK TO WS-NE-STAMP.
           MOVE SPACES TO WS-NE-TEXT.
           IF WS-REJECT-FILE-NAME = "TRANSREJ" THEN
              STRING "IN TRANSREJ " DELIMITED BY SIZE
                     RJ-REJECT-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     RJ-REASON-CODE DELIMITED BY SIZE
                     INTO WS-NE-TEXT
           ELSE
              STRING "IN TRANSESC " DELIMITED BY SIZE
                     RJ-REJECT-ID DELIMITED BY SIZE
                     " AWAITING DTESCQUE" DELIMITED BY SIZE
                     INTO WS-NE-TEXT
           END-IF.
           PERFORM 2850-ADD-EVENT.
           MOVE "Y" TO WS-OPEN-CHAIN-FLAG.

      * A reject belongs to the chain by its timestamp or by its
      * own or first reject ID; a match brings in the others.
       2220-CHECK-REJECT.
           SET WS-NOT-MATCHED TO TRUE.
           MOVE RJ-DATE TO WS-NEW-KEY-DATE.
           MOVE RJ-TIME TO WS-NEW-KEY-TIME.
           MOVE RJ-SOURCE-SYSTEM TO WS-NEW-KEY-SOURCE.
           PERFORM 2830-FIND-KEY.
           IF NOT WS-MATCHED THEN
              MOVE RJ-REJECT-ID TO WS-NEW-ID
              PERFORM 2840-FIND-ID
           END-IF.
           IF NOT WS-MATCHED AND RJ-ORIG-REJECT-ID > 0 THEN
              MOVE RJ-ORIG-REJECT-ID TO WS-NEW-ID
              PERFORM 2840-FIND-ID
           END-IF.
           IF WS-MATCHED THEN
              PERFORM 2810-ADD-KEY
              MOVE RJ-REJECT-ID TO WS-NEW-ID
              PERFORM 2820-ADD-ID
              IF RJ-ORIG-REJECT-ID > 0 THEN
                 MOVE RJ-ORIG-REJECT-ID TO WS-NEW-ID
                 PERFORM 2820-ADD-ID
              END-IF
              SET WS-MATCHED TO TRUE
           END-IF.

      * TRANSARP keeps the original of every reject a DTAUTORP rule
      * repaired, with the rule and the day.
       2230-SCAN-REPAIRED-FILE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT REPAIRED-FILE.
           IF WS-REPAIRED-STATUS = "00" THEN
              PERFORM UNTIL WS-END-OF-FILE
                 READ REPAIRED-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       MOVE RP-REJECT-DATA TO REJECT-REC
                       PERFORM 2220-CHECK-REJECT
                       IF WS-MATCHED AND WS-COLLECTING-EVENTS THEN
                          PERFORM 2235-RECORD-REPAIR-EVENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REPAIRED-FILE
           ELSE
              MOVE "TRANSARP" TO WS-AUDIT-FILE-NAME
              MOVE WS-REPAIRED-STATUS TO WS-AUDIT-STATUS
              PERFORM 2900-NOTE-OPEN-FAILURE
           END-IF.

       2235-RECORD-REPAIR-EVENT.
           MOVE RP-REPAIR-DATE TO WS-NE-DATE.
           MOVE RP-REPAIR-DATE TO WS-NEW-RUN-DATE.
           PERFORM 2860-NOTE-RUN-DATE.
           MOVE 1 TO WS-NE-CLASS.
           MOVE SPACE TO WS-NE-MARK.
           MOVE RJ-SOURCE-SYSTEM TO WS-NE-SOURCE.
           MOVE RJ-DATE TO WS-SW-DATE.
           MOVE RJ-TIME TO WS-SW-TIME.
           MOVE WS-STAMP-WORK TO WS-NE-STAMP.
           MOVE SPACES TO WS-NE-TEXT.
           STRING "AUTO-REPAIRED " DELIMITED BY SIZE
                  RJ-REJECT-ID DELIMITED BY SIZE
                  " RULE " DELIMITED BY SIZE
                  RP-RULE-ID DELIMITED BY SIZE
                  INTO WS-NE-TEXT.
           PERFORM 2850-ADD-EVENT.

      * TRANSRSB and TRANSOVR are in transaction format; a detail
      * or override record carries its chain's first reject ID and
      * goes back into DTVALID under its batch's header ID.
       2250-SCAN-RESUB-FILE.
           MOVE SPACES TO WS-RESUB-HEADER-SOURCE.
           MOVE 0 TO WS-RESUB-HEADER-DATE.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT RESUB-FILE.
           IF WS-RESUB-STATUS = "00" THEN
              PERFORM UNTIL WS-END-OF-FILE
                 READ RESUB-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 2260-CHECK-RESUB-RECORD
                 END-READ
              END-PERFORM
              CLOSE RESUB-FILE
           ELSE
              MOVE WS-RESUB-FILE-NAME TO WS-AUDIT-FILE-NAME
              MOVE WS-RESUB-STATUS TO WS-AUDIT-STATUS
              PERFORM 2900-NOTE-OPEN-FAILURE
           END-IF.

       2260-CHECK-RESUB-RECORD.
           EVALUATE TRUE
              WHEN DT-HEADER-REC
                 MOVE DT-SOURCE-SYSTEM TO WS-RESUB-HEADER-SOURCE
                 IF DT-CREATE-DATE IS NUMERIC THEN
                    MOVE DT-CREATE-DATE TO WS-RESUB-HEADER-DATE
                 ELSE
                    MOVE 0 TO WS-RESUB-HEADER-DATE
                 END-IF
              WHEN DT-DETAIL-REC OR DT-OVERRIDE-REC
                 SET WS-NOT-MATCHED TO TRUE
                 IF DT-ORIG-REJECT-ID IS NUMERIC THEN
                    MOVE DT-ORIG-REJECT-ID TO WS-NEW-ID
                    PERFORM 2840-FIND-ID
                 END-IF
                 IF WS-MATCHED AND DT-DATE IS NUMERIC THEN
                    MOVE DT-DATE TO WS-NEW-KEY-DATE
                    MOVE DT-TIME TO WS-NEW-KEY-TIME
                    MOVE WS-RESUB-HEADER-SOURCE TO WS-NEW-KEY-SOURCE
                    PERFORM 2810-ADD-KEY
                 END-IF
                 IF WS-MATCHED AND WS-COLLECTING-EVENTS THEN
                    PERFORM 2265-RECORD-RESUB-EVENT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2265-RECORD-RESUB-EVENT.
           MOVE WS-RESUB-HEADER-DATE TO WS-NE-DATE.
           MOVE WS-RESUB-HEADER-DATE TO WS-NEW-RUN-DATE.
           PERFORM 2860-NOTE-RUN-DATE.
           MOVE 2 TO WS-NE-CLASS.
           MOVE SPACE TO WS-NE-MARK.
           MOVE WS-RESUB-HEADER-SOURCE TO WS-NE-SOURCE.
           MOVE DT-DATE TO WS-SW-DATE.
           MOVE DT-TIME TO WS-SW-TIME.
           MOVE WS-STAMP-WORK TO WS-NE-STAMP.
           MOVE SPACES TO WS-NE-TEXT.
           IF DT-OVERRIDE-REC THEN
              STRING "OVERRIDE IN TRANSOVR FOR CHAIN " DELIMITED BY SIZE
                     DT-ORIG-REJECT-ID DELIMITED BY SIZE
                     INTO WS-NE-TEXT
           ELSE
              STRING "RESUBMITTED, CHAIN " DELIMITED BY SIZE
                     DT-ORIG-REJECT-ID DELIMITED BY SIZE
                     " RESUB " DELIMITED BY SIZE
                     DT-RESUBMIT-COUNT DELIMITED BY SIZE
                     INTO WS-NE-TEXT
           END-IF.
           PERFORM 2850-ADD-EVENT.

      * The queue is keyed on the chain's first reject ID; try
      * every ID in the chain.
       2300-READ-QUEUE-ITEMS.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = "00" THEN
              PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                      UNTIL WS-ID-IDX > WS-ID-COUNT
                 MOVE WS-ID-VALUE(WS-ID-IDX) TO EQ-ORIG-REJECT-ID
                 READ QUEUE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 2310-USE-QUEUE-ITEM
                 END-READ
              END-PERFORM
              CLOSE QUEUE-FILE
           ELSE
              MOVE "ESCQUEUE" TO WS-AUDIT-FILE-NAME
              MOVE WS-QUEUE-STATUS TO WS-AUDIT-STATUS
              PERFORM 2900-NOTE-OPEN-FAILURE
           END-IF.

       2310-USE-QUEUE-ITEM.
           MOVE EQ-DATE TO WS-NEW-KEY-DATE.
           MOVE EQ-TIME TO WS-NEW-KEY-TIME.
           MOVE EQ-SOURCE-SYSTEM TO WS-NEW-KEY-SOURCE.
           PERFORM 2810-ADD-KEY.
           MOVE EQ-REJECT-ID TO WS-NEW-ID.
           PERFORM 2820-ADD-ID.
           IF EQ-FORCE-ACCEPTED AND EQ-OVR-DATE IS NUMERIC THEN
              MOVE EQ-OVR-DATE TO WS-NEW-KEY-DATE
              MOVE EQ-OVR-TIME TO WS-NEW-KEY-TIME
              MOVE "DTESCQUE" TO WS-NEW-KEY-SOURCE
              PERFORM 2810-ADD-KEY
           END-IF.
           IF WS-COLLECTING-EVENTS THEN
              PERFORM 2320-RECORD-QUEUE-EVENTS
           END-IF.

       2320-RECORD-QUEUE-EVENTS.
           MOVE EQ-DISPOSITION TO WS-QUEUE-DISPOSITION.
           MOVE EQ-DISPOSITION-DATE TO WS-QUEUE-DISP-DATE.
           MOVE EQ-OVERRIDE-STATUS TO WS-QUEUE-OVR-STATUS.
           MOVE 4 TO WS-NE-CLASS.
           MOVE SPACE TO WS-NE-MARK.
           MOVE EQ-SOURCE-SYSTEM TO WS-NE-SOURCE.
           MOVE EQ-DATE TO WS-SW-DATE.
           MOVE EQ-TIME TO WS-SW-TIME.
           MOVE WS-STAMP-WORK TO WS-NE-STAMP.
           MOVE EQ-OPENED-DATE TO WS-NE-DATE.
           MOVE EQ-OPENED-DATE TO WS-NEW-RUN-DATE.
           PERFORM 2860-NOTE-RUN-DATE.
           MOVE SPACES TO WS-NE-TEXT.
           STRING "ESCALATED, QUEUE ITEM " DELIMITED BY SIZE
                  EQ-ORIG-REJECT-ID DELIMITED BY SIZE
                  INTO WS-NE-TEXT.
           PERFORM 2850-ADD-EVENT.
           IF EQ-ASSIGNED-DATE IS NUMERIC
              AND EQ-ASSIGNED-DATE > 0 THEN
              MOVE EQ-ASSIGNED-DATE TO WS-NE-DATE
              MOVE SPACES TO WS-NE-TEXT
              STRING "ASSIGNED TO ANALYST " DELIMITED BY SIZE
                     EQ-ANALYST-ID DELIMITED BY SIZE
                     INTO WS-NE-TEXT
              PERFORM 2850-ADD-EVENT
           END-IF.
           MOVE EQ-DISPOSITION-DATE TO WS-NE-DATE.
           MOVE SPACES TO WS-NE-TEXT.
           EVALUATE TRUE
              WHEN EQ-WRITTEN-OFF
                 STRING "WRITTEN OFF BY " DELIMITED BY SIZE
                        EQ-DISPOSED-BY DELIMITED BY SIZE
                        INTO WS-NE-TEXT
              WHEN EQ-RETURNED
                 STRING "RETURNED TO SOURCE BY " DELIMITED BY SIZE
                        EQ-DISPOSED-BY DELIMITED BY SIZE
                        INTO WS-NE-TEXT
              WHEN EQ-FORCE-ACCEPTED
                 STRING "FORCE-ACCEPT APPROVED BY " DELIMITED BY SIZE
                        EQ-SUPERVISOR-ID DELIMITED BY SIZE
                        INTO WS-NE-TEXT
              WHEN OTHER
                 MOVE 99999999 TO WS-NE-DATE
                 MOVE 9 TO WS-NE-CLASS
                 STRING "OPEN IN ESCALATION QUEUE" DELIMITED BY SIZE
                        INTO WS-NE-TEXT
                 MOVE "Y" TO WS-OPEN-CHAIN-FLAG
           END-EVALUATE.
           PERFORM 2850-ADD-EVENT.
           IF EQ-OVERRIDE-APPLIED THEN
              MOVE EQ-OVERRIDE-DATE TO WS-NE-DATE
              MOVE "DTESCQUE" TO WS-NE-SOURCE
              MOVE EQ-OVR-DATE TO WS-SW-DATE
              MOVE EQ-OVR-TIME TO WS-SW-TIME
              MOVE WS-STAMP-WORK TO WS-NE-STAMP
              MOVE "OVERRIDE APPLIED BY DTVALID" TO WS-NE-TEXT
              PERFORM 2850-ADD-EVENT
           END-IF.

      * Each chain ID is looked up in the DTRJAGE master of the
      * stream that issued it, as DTVALID keeps it; an entry there
      * means the chain is still outstanding.
       2350-READ-AGE-ENTRIES.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
              DIVIDE WS-ID-VALUE(WS-ID-IDX) BY 10000000
                  GIVING WS-AGE-OWNER-NUM
              IF WS-AGE-OWNER-NUM = 0 THEN
                 MOVE "DTRJAGE" TO WS-AGE-FILE-NAME
              ELSE
                 MOVE SPACES TO WS-AGE-FILE-NAME
                 STRING "DTRJAGE.S" DELIMITED BY SIZE
                        WS-AGE-OWNER-NUM DELIMITED BY SIZE
                        INTO WS-AGE-FILE-NAME
              END-IF
              OPEN INPUT AGE-FILE
              IF WS-AGE-STATUS = "00" THEN
                 MOVE WS-ID-VALUE(WS-ID-IDX) TO RA-ORIG-REJECT-ID
                 READ AGE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 2360-RECORD-AGE-EVENT
                 END-READ
                 CLOSE AGE-FILE
              ELSE
                 IF WS-AGE-STATUS NOT = "35" THEN
                    DISPLAY "DTTRACE: unable to open "
                            WS-AGE-FILE-NAME ", status "
                            WS-AGE-STATUS
                    SET WS-READ-ERROR TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       2360-RECORD-AGE-EVENT.
           MOVE RA-FIRST-REJECT-DATE TO WS-NEW-RUN-DATE.
           PERFORM 2860-NOTE-RUN-DATE.
           MOVE 99999999 TO WS-NE-DATE.
           MOVE 9 TO WS-NE-CLASS.
           MOVE SPACE TO WS-NE-MARK.
           MOVE RA-SOURCE-SYSTEM TO WS-NE-SOURCE.
           MOVE SPACES TO WS-NE-STAMP.
           MOVE SPACES TO WS-NE-TEXT.
           STRING "OPEN SINCE " DELIMITED BY SIZE
                  RA-FIRST-REJECT-DATE DELIMITED BY SIZE
                  ", LAST REJECT " DELIMITED BY SIZE
                  RA-LAST-REJECT-DATE DELIMITED BY SIZE
                  INTO WS-NE-TEXT.
           PERFORM 2850-ADD-EVENT.
           MOVE "Y" TO WS-OPEN-CHAIN-FLAG.

      * The audit search starts the day before the earliest date
      * the item is known by; a day is read from its daily file when
      * that is still on disk, otherwise from the monthly archive.
       2400-SCAN-AUDIT-WINDOW.
           PERFORM 2405-FIND-WINDOW-START.
           IF WS-WINDOW-FOUND THEN
              PERFORM 2415-SCAN-WINDOW-DAYS
           END-IF.

      * A chain timestamp is only a guide to the run day when it is
      * a real date: one rejected for its month or day (00) is no
      * date at all, and one rejected for its year can lie years
      * from the night it arrived.  The run dates in the control
      * files are the nights the chain was actually worked.
       2405-FIND-WINDOW-START.
           SET WS-WINDOW-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-KEY-FLOOR.
           IF WS-EARLIEST-RUN-DATE > 0 THEN
              MOVE WS-EARLIEST-RUN-DATE TO WS-WINDOW-START
              SET WS-WINDOW-FOUND TO TRUE
              PERFORM 2406-SET-KEY-FLOOR
           END-IF.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
              MOVE WS-KY-DATE(WS-KEY-IDX) TO WS-WORK-DATE
              PERFORM 2408-CHECK-KEY-DATE
              IF WS-KEY-DATE-VALID
                 AND WS-WORK-DATE >= WS-KEY-FLOOR
                 AND WS-WORK-DATE <= WS-CURRENT-DATE THEN
                 IF WS-WINDOW-NOT-FOUND
                    OR WS-WORK-DATE < WS-WINDOW-START THEN
                    MOVE WS-WORK-DATE TO WS-WINDOW-START
                    SET WS-WINDOW-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-WINDOW-FOUND THEN
              MOVE WS-WINDOW-START(1:4) TO WS-YEAR
              MOVE WS-WINDOW-START(5:2) TO WS-MONTH
              MOVE WS-WINDOW-START(7:2) TO WS-DAY
           END-IF.

      * A timestamp further before the first run date than the
      * window is long cannot be the night the item came in.
       2406-SET-KEY-FLOOR.
           MOVE WS-EARLIEST-RUN-DATE(1:4) TO WS-YEAR.
           MOVE WS-EARLIEST-RUN-DATE(5:2) TO WS-MONTH.
           MOVE WS-EARLIEST-RUN-DATE(7:2) TO WS-DAY.
           PERFORM 7100-RETREAT-DAY WS-TRACE-DAYS TIMES.
           COMPUTE WS-KEY-FLOOR
              = WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.

       2408-CHECK-KEY-DATE.
           SET WS-KEY-DATE-INVALID TO TRUE.
           MOVE WS-WORK-DATE(1:4) TO WS-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-DAY.
           IF WS-MONTH >= 1 AND WS-MONTH <= 12 THEN
              PERFORM 7300-GET-MAX-DAY
              IF WS-DAY >= 1 AND WS-DAY <= WS-MAX-DAY THEN
                 SET WS-KEY-DATE-VALID TO TRUE
              END-IF
           END-IF.

       2415-SCAN-WINDOW-DAYS.
           PERFORM 7100-RETREAT-DAY.
           COMPUTE WS-WORK-DATE
              = WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           MOVE WS-WORK-DATE TO WS-WINDOW-START.
           PERFORM UNTIL WS-DAY-COUNT >= WS-TRACE-DAYS
                      OR WS-WORK-DATE > WS-CURRENT-DATE
              ADD 1 TO WS-DAY-COUNT
              MOVE WS-WORK-DATE TO WS-DY-DATE(WS-DAY-COUNT)
              MOVE SPACE TO WS-DY-FROM(WS-DAY-COUNT)
              MOVE WS-WORK-DATE TO WS-WINDOW-END
              PERFORM 2410-SCAN-DAILY-FILE
              PERFORM 7200-ADVANCE-WORK-DATE
           END-PERFORM.
           MOVE 0 TO WS-ARCHIVE-MONTH.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
              IF WS-DY-FROM(WS-DAY-IDX) = SPACE
                 AND WS-DY-DATE(WS-DAY-IDX)(1:6)
                     NOT = WS-ARCHIVE-MONTH THEN
                 MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-WORK-DATE
                 PERFORM 2500-CHECK-ARCHIVED
                 IF WS-IDX-FOUND THEN
                    MOVE WS-WORK-DATE(1:6) TO WS-ARCHIVE-MONTH
                    PERFORM 2450-SCAN-ARCHIVE-MONTH
                 END-IF
              END-IF
           END-PERFORM.

       2410-SCAN-DAILY-FILE.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING "AUDIT" DELIMITED BY SIZE
                  WS-WORK-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-FILE-NAME.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00" THEN
              MOVE "D" TO WS-DY-FROM(WS-DAY-COUNT)
              ADD 1 TO WS-DAILY-DAYS
              MOVE WS-WORK-DATE TO WS-LINE-RUN-DATE
              MOVE SPACE TO WS-ARCHIVE-MARK
              PERFORM UNTIL WS-END-OF-FILE
                 READ AUDIT-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 2420-CHECK-AUDIT-LINE
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           ELSE
              IF WS-AUDIT-STATUS NOT = "35" THEN
                 PERFORM 2900-NOTE-OPEN-FAILURE
              END-IF
           END-IF.

      * A chain timestamp under its own header ID is the item; the
      * same timestamp under a resubmission batch's ID, when no
      * resubmission record ties it to the chain, is only probable.
       2420-CHECK-AUDIT-LINE.
           MOVE AU-DATE TO WS-NEW-KEY-DATE.
           MOVE AU-TIME TO WS-NEW-KEY-TIME.
           MOVE AU-SOURCE-SYSTEM TO WS-NEW-KEY-SOURCE.
           PERFORM 2830-FIND-KEY.
           SET WS-NOT-PROBABLE-RESUB TO TRUE.
           IF NOT WS-MATCHED
              AND (AU-SOURCE-SYSTEM = "DTREPAIR"
                   OR AU-SOURCE-SYSTEM = "DTAUTORP"
                   OR AU-SOURCE-SYSTEM = "DTESCQUE") THEN
              PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                      UNTIL WS-KEY-IDX > WS-KEY-COUNT
                 IF WS-KY-DATE(WS-KEY-IDX) = AU-DATE
                    AND WS-KY-TIME(WS-KEY-IDX) = AU-TIME THEN
                    SET WS-MATCHED TO TRUE
                    SET WS-PROBABLE-RESUB TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-MATCHED THEN
              PERFORM 2430-RECORD-AUDIT-EVENT
           END-IF.

       2430-RECORD-AUDIT-EVENT.
           MOVE WS-LINE-RUN-DATE TO WS-NE-DATE.
           MOVE 3 TO WS-NE-CLASS.
           MOVE WS-ARCHIVE-MARK TO WS-NE-MARK.
           MOVE AU-SOURCE-SYSTEM TO WS-NE-SOURCE.
           MOVE AU-DATE TO WS-SW-DATE.
           MOVE AU-TIME TO WS-SW-TIME.
           MOVE WS-STAMP-WORK TO WS-NE-STAMP.
           MOVE SPACES TO WS-NE-TEXT.
           EVALUATE TRUE
              WHEN AU-STATUS = "PASS"
                 STRING "ACCEPTED NORM " DELIMITED BY SIZE
                        AU-NORM-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        AU-NORM-TIME DELIMITED BY SIZE
                        " ROLL " DELIMITED BY SIZE
                        AU-ROLLED-DATE DELIMITED BY SIZE
                        INTO WS-NE-TEXT
                 IF WS-LINE-RUN-DATE >= WS-ACCEPT-RUN-DATE THEN
                    MOVE WS-LINE-RUN-DATE TO WS-ACCEPT-RUN-DATE
                    MOVE AU-NORM-DATE TO WS-ACCEPT-NORM-DATE
                    MOVE AU-ROLLED-DATE TO WS-ACCEPT-ROLLED-DATE
                 END-IF
              WHEN AU-STATUS = "CARY"
                 STRING "CARRIED OVER, NORM " DELIMITED BY SIZE
                        AU-NORM-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        AU-NORM-TIME DELIMITED BY SIZE
                        INTO WS-NE-TEXT
              WHEN AU-REASON-CODE = "DUPLICATE"
                 STRING "DUPLICATE OF NORM " DELIMITED BY SIZE
                        AU-NORM-DATE DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        AU-NORM-TIME DELIMITED BY SIZE
                        INTO WS-NE-TEXT
              WHEN OTHER
                 STRING "REJECTED " DELIMITED BY SIZE
                        AU-REASON-CODE DELIMITED BY SIZE
                        INTO WS-NE-TEXT
           END-EVALUATE.
           IF WS-PROBABLE-RESUB THEN
              MOVE WS-NE-TEXT TO WS-OUT-LINE
              MOVE SPACES TO WS-NE-TEXT
              STRING "RESUB? " DELIMITED BY SIZE
                     WS-OUT-LINE DELIMITED BY SIZE
                     INTO WS-NE-TEXT
           END-IF.
           PERFORM 2850-ADD-EVENT.
           IF WS-LINE-RUN-DATE >= WS-LAST-AUDIT-DATE THEN
              MOVE WS-LINE-RUN-DATE TO WS-LAST-AUDIT-DATE
              MOVE AU-STATUS TO WS-LAST-AUDIT-STATUS
           END-IF.
           IF AU-NORM-DATE IS NUMERIC AND AU-NORM-DATE > 0 THEN
              PERFORM 2440-ADD-NORM-KEY
           END-IF.

       2440-ADD-NORM-KEY.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > WS-NORM-COUNT
              IF WS-NK-DATE(WS-NORM-IDX) = AU-NORM-DATE
                 AND WS-NK-TIME(WS-NORM-IDX) = AU-NORM-TIME
                 AND WS-NK-SOURCE(WS-NORM-IDX) = AU-SOURCE-SYSTEM
                 THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-NORM-IDX > WS-NORM-COUNT
              AND WS-NORM-COUNT < WS-NORM-MAX THEN
              ADD 1 TO WS-NORM-COUNT
              MOVE AU-NORM-DATE TO WS-NK-DATE(WS-NORM-COUNT)
              MOVE AU-NORM-TIME TO WS-NK-TIME(WS-NORM-COUNT)
              MOVE AU-SOURCE-SYSTEM TO WS-NK-SOURCE(WS-NORM-COUNT)
           END-IF.

      * Only window days that were not found on disk are taken from
      * the archive.
       2450-SCAN-ARCHIVE-MONTH.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "AUDARCH" DELIMITED BY SIZE
                  WS-ARCHIVE-MONTH DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
              MOVE WS-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME
              MOVE WS-ARCHIVE-STATUS TO WS-AUDIT-STATUS
              PERFORM 2900-NOTE-OPEN-FAILURE
           ELSE
              MOVE "A" TO WS-ARCHIVE-MARK
              PERFORM UNTIL WS-END-OF-FILE
                 READ ARCHIVE-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 2460-CHECK-ARCHIVE-LINE
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.

       2460-CHECK-ARCHIVE-LINE.
           IF AR-RUN-DATE >= WS-WINDOW-START
              AND AR-RUN-DATE <= WS-WINDOW-END THEN
              PERFORM VARYING WS-ARC-DAY-IDX FROM 1 BY 1
                      UNTIL WS-ARC-DAY-IDX > WS-DAY-COUNT
                 IF WS-DY-DATE(WS-ARC-DAY-IDX) = AR-RUN-DATE THEN
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF WS-ARC-DAY-IDX <= WS-DAY-COUNT THEN
                 IF WS-DY-FROM(WS-ARC-DAY-IDX) = SPACE THEN
                    MOVE "A" TO WS-DY-FROM(WS-ARC-DAY-IDX)
                    ADD 1 TO WS-ARCHIVED-DAYS
                 END-IF
                 IF WS-DY-FROM(WS-ARC-DAY-IDX) = "A" THEN
                    MOVE AR-RUN-DATE TO WS-LINE-RUN-DATE
                    MOVE AR-AUDIT-DATA TO AUDIT-REC
                    PERFORM 2420-CHECK-AUDIT-LINE
                 END-IF
              END-IF
           END-IF.

       2500-CHECK-ARCHIVED.
           SET WS-IDX-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-IDX-IDX FROM 1 BY 1
                   UNTIL WS-IDX-IDX > WS-IDX-COUNT
                      OR WS-IDX-FOUND
              IF WS-IDX-DATE(WS-IDX-IDX)(1:6) = WS-WORK-DATE(1:6)
                 THEN
                 SET WS-IDX-FOUND TO TRUE
              END-IF
           END-PERFORM.

      * DTSEENQ logs each release under the normalized key.
       2600-SCAN-RELEASES.
           IF WS-NORM-COUNT > 0 THEN
              PERFORM 2605-READ-RELEASE-LOG
           END-IF.

       2605-READ-RELEASE-LOG.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT RELEASE-LOG-FILE.
           IF WS-RELEASE-STATUS = "00" THEN
              PERFORM UNTIL WS-END-OF-FILE
                 READ RELEASE-LOG-FILE
                    AT END
                       SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                       PERFORM 2610-CHECK-RELEASE
                 END-READ
              END-PERFORM
              CLOSE RELEASE-LOG-FILE
           ELSE
              MOVE "SEENRLSE" TO WS-AUDIT-FILE-NAME
              MOVE WS-RELEASE-STATUS TO WS-AUDIT-STATUS
              PERFORM 2900-NOTE-OPEN-FAILURE
           END-IF.

       2610-CHECK-RELEASE.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > WS-NORM-COUNT
              IF WS-NK-DATE(WS-NORM-IDX) = RL-DATE
                 AND WS-NK-TIME(WS-NORM-IDX) = RL-TIME
                 AND WS-NK-SOURCE(WS-NORM-IDX) = RL-SOURCE-SYSTEM
                 THEN
                 MOVE RL-RELEASE-DATE TO WS-NE-DATE
                 MOVE 5 TO WS-NE-CLASS
                 MOVE SPACE TO WS-NE-MARK
                 MOVE RL-SOURCE-SYSTEM TO WS-NE-SOURCE
                 MOVE RL-DATE TO WS-SW-DATE
                 MOVE RL-TIME TO WS-SW-TIME
                 MOVE WS-STAMP-WORK TO WS-NE-STAMP
                 MOVE SPACES TO WS-NE-TEXT
                 STRING "DTSEEN RELEASED: " DELIMITED BY SIZE
                        RL-REASON DELIMITED BY SIZE
                        INTO WS-NE-TEXT
                 PERFORM 2850-ADD-EVENT
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       2700-DETERMINE-OUTCOME.
           MOVE SPACES TO WS-OUTCOME.
           EVALUATE TRUE
              WHEN WS-EV-COUNT = 0
                 MOVE "NOT FOUND" TO WS-OUTCOME
              WHEN WS-ACCEPT-RUN-DATE > 0
                 STRING "ACCEPTED ON RUN " DELIMITED BY SIZE
                        WS-ACCEPT-RUN-DATE DELIMITED BY SIZE
                        ", NORMALIZED " DELIMITED BY SIZE
                        WS-ACCEPT-NORM-DATE DELIMITED BY SIZE
                        ", ROLLED " DELIMITED BY SIZE
                        WS-ACCEPT-ROLLED-DATE DELIMITED BY SIZE
                        INTO WS-OUTCOME
              WHEN WS-QUEUE-DISPOSITION = "W"
                 STRING "WRITTEN OFF " DELIMITED BY SIZE
                        WS-QUEUE-DISP-DATE DELIMITED BY SIZE
                        INTO WS-OUTCOME
              WHEN WS-QUEUE-DISPOSITION = "R"
                 STRING "RETURNED TO SOURCE " DELIMITED BY SIZE
                        WS-QUEUE-DISP-DATE DELIMITED BY SIZE
                        INTO WS-OUTCOME
              WHEN WS-QUEUE-DISPOSITION = "F"
                 MOVE "FORCE-ACCEPT APPROVED, NOT YET THROUGH DTVALID"
                    TO WS-OUTCOME
              WHEN WS-OPEN-CHAIN
                 MOVE "OPEN - REJECT CHAIN STILL OUTSTANDING"
                    TO WS-OUTCOME
              WHEN WS-LAST-AUDIT-STATUS = "CARY"
                 MOVE "CARRIED OVER - NOT YET PROCESSED"
                    TO WS-OUTCOME
              WHEN OTHER
                 MOVE "NO FINAL DISPOSITION FOUND" TO WS-OUTCOME
           END-EVALUATE.

       2810-ADD-KEY.
           PERFORM 2830-FIND-KEY.
           IF NOT WS-MATCHED THEN
              IF WS-KEY-COUNT < WS-KEY-MAX THEN
                 ADD 1 TO WS-KEY-COUNT
                 MOVE WS-NEW-KEY-DATE TO WS-KY-DATE(WS-KEY-COUNT)
                 MOVE WS-NEW-KEY-TIME TO WS-KY-TIME(WS-KEY-COUNT)
                 MOVE WS-NEW-KEY-SOURCE
                    TO WS-KY-SOURCE(WS-KEY-COUNT)
              END-IF
           END-IF.

       2820-ADD-ID.
           PERFORM 2840-FIND-ID.
           IF NOT WS-MATCHED AND WS-NEW-ID > 0 THEN
              IF WS-ID-COUNT < WS-ID-MAX THEN
                 ADD 1 TO WS-ID-COUNT
                 MOVE WS-NEW-ID TO WS-ID-VALUE(WS-ID-COUNT)
              END-IF
           END-IF.

       2830-FIND-KEY.
           SET WS-NOT-MATCHED TO TRUE.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
              IF WS-KY-DATE(WS-KEY-IDX) = WS-NEW-KEY-DATE
                 AND WS-KY-TIME(WS-KEY-IDX) = WS-NEW-KEY-TIME
                 AND WS-KY-SOURCE(WS-KEY-IDX) = WS-NEW-KEY-SOURCE
                 THEN
                 SET WS-MATCHED TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       2840-FIND-ID.
           SET WS-NOT-MATCHED TO TRUE.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
              IF WS-ID-VALUE(WS-ID-IDX) = WS-NEW-ID THEN
                 SET WS-MATCHED TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       2850-ADD-EVENT.
           IF WS-EV-COUNT < WS-EV-MAX THEN
              ADD 1 TO WS-EV-COUNT
              ADD 1 TO WS-EV-SEQ-NEXT
              MOVE WS-NE-DATE TO WS-EV-DATE(WS-EV-COUNT)
              MOVE WS-NE-CLASS TO WS-EV-CLASS(WS-EV-COUNT)
              MOVE WS-EV-SEQ-NEXT TO WS-EV-SEQ(WS-EV-COUNT)
              MOVE WS-NE-MARK TO WS-EV-MARK(WS-EV-COUNT)
              MOVE WS-NE-SOURCE TO WS-EV-SOURCE(WS-EV-COUNT)
              MOVE WS-NE-STAMP TO WS-EV-STAMP(WS-EV-COUNT)
              MOVE WS-NE-TEXT TO WS-EV-TEXT(WS-EV-COUNT)
           ELSE
              SET WS-EV-OVERFLOW TO TRUE
           END-IF.

       2860-NOTE-RUN-DATE.
           IF WS-NEW-RUN-DATE > 0 AND WS-NEW-RUN-DATE < 99999999 THEN
              IF WS-EARLIEST-RUN-DATE = 0
                 OR WS-NEW-RUN-DATE < WS-EARLIEST-RUN-DATE THEN
                 MOVE WS-NEW-RUN-DATE TO WS-EARLIEST-RUN-DATE
              END-IF
           END-IF.

       2900-NOTE-OPEN-FAILURE.
           IF WS-AUDIT-STATUS NOT = "35" THEN
              DISPLAY "DTTRACE: unable to open " WS-AUDIT-FILE-NAME
                      ", status " WS-AUDIT-STATUS
              SET WS-READ-ERROR TO TRUE
           END-IF.

       3000-PRINT-TRACE.
           PERFORM 3100-SORT-EVENTS.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.
           IF WS-SEED-TIMESTAMP THEN
              STRING "TRACE OF " DELIMITED BY SIZE
                     WS-SEED-SOURCE DELIMITED BY SIZE
                     " RECORD SENT " DELIMITED BY SIZE
                     WS-SEED-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-SEED-TIME DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-REQUEST-REF DELIMITED BY SIZE
                     INTO WS-OUT-LINE
           ELSE
              STRING "TRACE OF REJECT ID " DELIMITED BY SIZE
                     WS-SEED-REJECT-ID DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-REQUEST-REF DELIMITED BY SIZE
                     INTO WS-OUT-LINE
           END-IF.
           PERFORM 7000-EMIT-LINE.
           MOVE ALL "-" TO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.
           PERFORM 3200-PRINT-CHAIN.
           IF WS-EV-COUNT > 0 THEN
              MOVE WS-EVENT-HEADING TO WS-OUT-LINE
              PERFORM 7000-EMIT-LINE
              MOVE "N" TO WS-FIRST-SHOWN-FLAG
              PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                      UNTIL WS-EV-IDX > WS-EV-COUNT
                 PERFORM 3300-PRINT-EVENT
              END-PERFORM
           END-IF.
           IF WS-EV-OVERFLOW THEN
              MOVE "MORE EVENTS THAN THE TRACE CAN HOLD, LIST CUT SHORT"
                 TO WS-OUT-LINE
              PERFORM 7000-EMIT-LINE
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "OUTCOME: " DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY SIZE
                  INTO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.

       3100-SORT-EVENTS.
           SET WS-SWAPPED TO TRUE.
           PERFORM UNTIL WS-NOT-SWAPPED
              SET WS-NOT-SWAPPED TO TRUE
              PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                      UNTIL WS-EV-IDX >= WS-EV-COUNT
                 COMPUTE WS-EV-IDX2 = WS-EV-IDX + 1
                 IF WS-EV-SORT-KEY(WS-EV-IDX)
                    > WS-EV-SORT-KEY(WS-EV-IDX2) THEN
                    MOVE WS-EV-ENTRY(WS-EV-IDX) TO WS-EV-SWAP
                    MOVE WS-EV-ENTRY(WS-EV-IDX2)
                       TO WS-EV-ENTRY(WS-EV-IDX)
                    MOVE WS-EV-SWAP TO WS-EV-ENTRY(WS-EV-IDX2)
                    SET WS-SWAPPED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM.

       3200-PRINT-CHAIN.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
              MOVE SPACES TO WS-OUT-LINE
              STRING "CHAIN TIMESTAMP " DELIMITED BY SIZE
                     WS-KY-DATE(WS-KEY-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-KY-TIME(WS-KEY-IDX) DELIMITED BY SIZE
                     " UNDER " DELIMITED BY SIZE
                     WS-KY-SOURCE(WS-KEY-IDX) DELIMITED BY SIZE
                     INTO WS-OUT-LINE
              PERFORM 7000-EMIT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE "CHAIN REJECT IDS" TO WS-OUT-LINE(1:16).
           MOVE 18 TO WS-EV-IDX2.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
              IF WS-EV-IDX2 > 71 THEN
                 PERFORM 7000-EMIT-LINE
                 MOVE SPACES TO WS-OUT-LINE
                 MOVE 18 TO WS-EV-IDX2
              END-IF
              MOVE WS-ID-VALUE(WS-ID-IDX)
                 TO WS-OUT-LINE(WS-EV-IDX2:9)
              ADD 10 TO WS-EV-IDX2
           END-PERFORM.
           IF WS-ID-COUNT = 0 THEN
              MOVE "NONE" TO WS-OUT-LINE(18:4)
           END-IF.
           PERFORM 7000-EMIT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-DAY-COUNT = 0 THEN
              MOVE
                 "AUDIT NOT SEARCHED, NO VALID DATE KNOWN FOR THE ITEM"
                 TO WS-OUT-LINE
           ELSE
              STRING "AUDIT SEARCHED " DELIMITED BY SIZE
                     WS-WINDOW-START DELIMITED BY SIZE
                     " THRU " DELIMITED BY SIZE
                     WS-WINDOW-END DELIMITED BY SIZE
                     ", DAYS FROM DAILY FILE " DELIMITED BY SIZE
                     WS-DAILY-DAYS DELIMITED BY SIZE
                     ", ARCHIVE " DELIMITED BY SIZE
                     WS-ARCHIVED-DAYS DELIMITED BY SIZE
                     INTO WS-OUT-LINE
           END-IF.
           PERFORM 7000-EMIT-LINE.

      * The earliest audit line is the first receipt.
       3300-PRINT-EVENT.
           IF WS-EV-CLASS(WS-EV-IDX) = 3
              AND NOT WS-FIRST-SHOWN THEN
              MOVE SPACES TO WS-OUT-LINE
              MOVE "*** FIRST RECEIPT ***" TO WS-OUT-LINE(38:21)
              PERFORM 7000-EMIT-LINE
              SET WS-FIRST-SHOWN TO TRUE
           END-IF.
           IF WS-EV-DATE(WS-EV-IDX) = 99999999 THEN
              MOVE "CURRENT" TO WS-EL-DATE
           ELSE
              MOVE WS-EV-DATE(WS-EV-IDX) TO WS-EL-DATE
           END-IF.
           MOVE WS-EV-MARK(WS-EV-IDX) TO WS-EL-MARK.
           MOVE WS-EV-SOURCE(WS-EV-IDX) TO WS-EL-SOURCE.
           MOVE WS-EV-STAMP(WS-EV-IDX) TO WS-EL-STAMP.
           MOVE WS-EV-TEXT(WS-EV-IDX) TO WS-EL-TEXT.
           MOVE WS-EVENT-LINE TO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.

      * Batch trace of the TRACEKEY list to TRACERPT.
       5000-BATCH-TRACE.
           MOVE 0 TO WS-KEYS-READ.
           MOVE 0 TO WS-KEYS-TRACED.
           MOVE 0 TO WS-KEYS-NOT-FOUND.
           MOVE 0 TO WS-KEYS-INVALID.
           MOVE "N" TO WS-READ-ERROR-FLAG.
           OPEN INPUT KEY-FILE.
           IF WS-KEY-STATUS NOT = "00" THEN
              DISPLAY "DTTRACE: unable to open TRACEKEY, status "
                      WS-KEY-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN OUTPUT REPORT-FILE
              IF WS-REPORT-STATUS NOT = "00" THEN
                 DISPLAY "DTTRACE: unable to open TRACERPT, status "
                         WS-REPORT-STATUS
                 CLOSE KEY-FILE
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM 5050-TRACE-KEY-LIST
              END-IF
           END-IF.

       5050-TRACE-KEY-LIST.
           SET WS-OUTPUT-REPORT TO TRUE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "DTTRACE TRANSACTION LIFECYCLE TRACES, RUN "
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.
           MOVE ALL "=" TO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.
           MOVE "A AFTER THE RUN DATE: READ FROM THE MONTHLY ARCHIVE"
              TO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.
           SET WS-KEY-NOT-END TO TRUE.
           PERFORM UNTIL WS-KEY-END
              READ KEY-FILE
                 AT END
                    SET WS-KEY-END TO TRUE
                 NOT AT END
                    IF NOT TK-COMMENT THEN
                       PERFORM 5100-TRACE-ONE-KEY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE KEY-FILE.
           PERFORM 5200-WRITE-SUMMARY.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
              WHEN WS-READ-ERROR
                 MOVE 8 TO RETURN-CODE
              WHEN WS-KEYS-NOT-FOUND > 0 OR WS-KEYS-INVALID > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       5100-TRACE-ONE-KEY.
           ADD 1 TO WS-KEYS-READ.
           MOVE TK-REQUEST-REF TO WS-REQUEST-REF.
           MOVE SPACE TO WS-SEED-TYPE.
           EVALUATE TRUE
              WHEN TK-TIMESTAMP-KEY
               AND TK-DATE IS NUMERIC AND TK-TIME IS NUMERIC
                 SET WS-SEED-TIMESTAMP TO TRUE
                 MOVE TK-DATE TO WS-SEED-DATE
                 MOVE TK-TIME TO WS-SEED-TIME
                 MOVE TK-SOURCE-SYSTEM TO WS-SEED-SOURCE
              WHEN TK-REJECT-KEY
               AND TK-REJECT-ID IS NUMERIC AND TK-REJECT-ID > 0
                 SET WS-SEED-REJECT TO TRUE
                 MOVE TK-REJECT-ID TO WS-SEED-REJECT-ID
              WHEN OTHER
                 ADD 1 TO WS-KEYS-INVALID
                 MOVE SPACES TO WS-OUT-LINE
                 PERFORM 7000-EMIT-LINE
                 STRING "INVALID TRACE KEY: " DELIMITED BY SIZE
                        TRACE-KEY-REC DELIMITED BY SIZE
                        INTO WS-OUT-LINE
                 PERFORM 7000-EMIT-LINE
           END-EVALUATE.
           IF WS-SEED-TYPE NOT = SPACE THEN
              PERFORM 2000-RUN-TRACE
              IF WS-EV-COUNT = 0 THEN
                 ADD 1 TO WS-KEYS-NOT-FOUND
              ELSE
                 ADD 1 TO WS-KEYS-TRACED
              END-IF
           END-IF.

       5200-WRITE-SUMMARY.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.
           MOVE "TRACE KEYS READ" TO WS-SM-LABEL.
           MOVE WS-KEYS-READ TO WS-SM-COUNT.
           PERFORM 5300-WRITE-SUMMARY-LINE.
           MOVE "ITEMS TRACED" TO WS-SM-LABEL.
           MOVE WS-KEYS-TRACED TO WS-SM-COUNT.
           PERFORM 5300-WRITE-SUMMARY-LINE.
           MOVE "ITEMS NOT FOUND" TO WS-SM-LABEL.
           MOVE WS-KEYS-NOT-FOUND TO WS-SM-COUNT.
           PERFORM 5300-WRITE-SUMMARY-LINE.
           MOVE "INVALID KEYS" TO WS-SM-LABEL.
           MOVE WS-KEYS-INVALID TO WS-SM-COUNT.
           PERFORM 5300-WRITE-SUMMARY-LINE.

       5300-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO WS-OUT-LINE.
           PERFORM 7000-EMIT-LINE.

       7000-EMIT-LINE.
           IF WS-OUTPUT-REPORT THEN
              MOVE WS-OUT-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              DISPLAY WS-OUT-LINE
           END-IF.
           MOVE SPACES TO WS-OUT-LINE.

       7100-RETREAT-DAY.
           SUBTRACT 1 FROM WS-DAY.
           IF WS-DAY < 1 THEN
              SUBTRACT 1 FROM WS-MONTH
              IF WS-MONTH < 1 THEN
                 MOVE 12 TO WS-MONTH
                 SUBTRACT 1 FROM WS-YEAR
              END-IF
              PERFORM 7300-GET-MAX-DAY
              MOVE WS-MAX-DAY TO WS-DAY
           END-IF.

       7200-ADVANCE-WORK-DATE.
           MOVE WS-WORK-DATE(1:4) TO WS-YEAR.
           MOVE WS-WORK-DATE(5:2) TO WS-MONTH.
           MOVE WS-WORK-DATE(7:2) TO WS-DAY.
           PERFORM 7300-GET-MAX-DAY.
           ADD 1 TO WS-DAY.
           IF WS-DAY > WS-MAX-DAY THEN
              MOVE 1 TO WS-DAY
              ADD 1 TO WS-MONTH
              IF WS-MONTH > 12 THEN
                 MOVE 1 TO WS-MONTH
                 ADD 1 TO WS-YEAR
              END-IF
           END-IF.
           COMPUTE WS-WORK-DATE
              = WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.

       7300-GET-MAX-DAY.
           PERFORM 7400-SET-LEAP-FLAG.
           MOVE WS-DIM-ENTRY(WS-MONTH) TO WS-MAX-DAY.
           IF WS-MONTH = 2 AND WS-LEAP-YEAR THEN
              MOVE 29 TO WS-MAX-DAY
           END-IF.

       7400-SET-LEAP-FLAG.
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
           MOVE WS-KEYS-READ TO RC-READ-COUNT.
           MOVE WS-KEYS-TRACED TO RC-ACCEPT-COUNT.
           COMPUTE RC-REJECT-COUNT
              = WS-KEYS-NOT-FOUND + WS-KEYS-INVALID.
           MOVE RETURN-CODE TO RC-CONDITION-CODE.
           MOVE 0 TO RC-CHECKPOINT-POS.
           PERFORM 8200-WRITE-RUNLOG-RECORD.

       8200-WRITE-RUNLOG-RECORD.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.
           MOVE "DTTRACE" TO RC-STEP-NAME.
           MOVE SPACES TO RC-STREAM-ID.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO RC-ENTRY-TIME.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS = "35" THEN
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
              DISPLAY "DTTRACE: unable to open DTRUNLOG, status "
                      WS-RUNLOG-STATUS ", run-control entry lost"
           ELSE
              WRITE RUN-CONTROL-REC
              IF WS-RUNLOG-STATUS NOT = "00" THEN
                 DISPLAY "DTTRACE: run-control write failed, "
                         "status " WS-RUNLOG-STATUS
              END-IF
              CLOSE RUNLOG-FILE
           END-IF.
