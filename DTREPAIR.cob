      * of the first reject in its repair chain; a record that has
      * already been resubmitted the maximum number of times is
      * written to TRANSESC for escalation instead of looping
      * through the shop again.  When DTAUTORP has already put
      * today's rule-repaired batch in TRANSRSB, TRANSRSB is rebuilt
      * through TRANSRSB.TMP with only the DTAUTORP batches of today
      * and this run's batch written behind them, so a rerun still
      * replaces the batch an earlier pass keyed.  TRANSESC
      * is appended to, so escalations build up until DTESCQUE
      * takes them into its work queue.  The operator signs on
      * through DTOPAUTH with REPR authority before any file is
      * touched, and every record resubmitted or escalated goes to
      * the CHGJRNL change journal with the reject it came from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTREPAIR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT RESUB-FILE ASSIGN DYNAMIC WS-RESUB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.

           SELECT RESUB-TEMP-FILE ASSIGN DYNAMIC WS-RESUB-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-TEMP-STATUS.

           SELECT ESCAL-FILE ASSIGN TO "TRANSESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCAL-STATUS.
       FD  RESUB-FILE.
       COPY DTTRANRC.

       FD  RESUB-TEMP-FILE.
       01  RESUB-TEMP-REC       PIC X(29).

       FD  ESCAL-FILE.
       01  ESCAL-REC            PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-REJECT-STATUS     PIC X(2).
       01  WS-RESUB-STATUS      PIC X(2).
       01  WS-RESUB-TEMP-STATUS PIC X(2).
       01  WS-RESUB-FILE-NAME   PIC X(20) VALUE "TRANSRSB".
       01  WS-RESUB-TEMP-NAME   PIC X(20) VALUE "TRANSRSB.TMP".
       01  WS-ESCAL-STATUS      PIC X(2).

       01  WS-EOF-FLAG          PIC X(1).
       01  WS-CURRENT-DATE      PIC 9(8).
       01  WS-MAX-RESUBMITS     PIC 9(2) VALUE 3.

       01  WS-RESUB-APPEND-FLAG PIC X(1) VALUE "N".
           88  WS-RESUB-APPEND          VALUE "Y".
       01  WS-KEEP-BATCH-FLAG   PIC X(1) VALUE "N".
           88  WS-KEEP-BATCH            VALUE "Y".
           88  WS-DROP-BATCH            VALUE "N".
       01  WS-AUTO-KEPT-COUNT   PIC 9(9) VALUE 0.

       01  WS-COUNTERS.
           05  WS-READ-COUNT    PIC 9(9) VALUE 0.
           05  WS-RESUB-COUNT   PIC 9(9) VALUE 0.
           05  WS-TZ-N REDEFINES WS-TZ-X
                                PIC S9(2) SIGN LEADING SEPARATE.

       COPY DTOPAPRC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-SIGN-ON.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0500-WRITE-HEADER.
           PERFORM 0200-PROCESS-REJECT UNTIL WS-END-OF-FILE.
           DISPLAY "Skipped .............. " WS-SKIP-COUNT.
           STOP RUN.

      * Signed on before the opens: OPEN OUTPUT would empty TRANSRSB
      * even for an operator who is then turned away.
       0050-SIGN-ON.
           MOVE SPACES TO OPAUTH-PARMS.
           MOVE "SIGN" TO OP-FUNCTION-CODE.
           MOVE "DTREPAIR" TO OP-PROGRAM-ID.
           MOVE "REPR" TO OP-AUTH-FUNCTION.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTREPAIR: sign-on refused, return code "
                      OP-RETURN-CODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0100-OPEN-FILES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT REJECT-FILE.
                      WS-REJECT-STATUS
              STOP RUN
           END-IF.
           PERFORM 0110-CHECK-AUTO-REPAIR-BATCH.
           IF WS-RESUB-APPEND THEN
              PERFORM 0120-KEEP-AUTO-REPAIR-BATCHES
              OPEN EXTEND RESUB-FILE
           ELSE
              OPEN OUTPUT RESUB-FILE
           END-IF.
           IF WS-RESUB-STATUS NOT = "00" THEN
              DISPLAY "DTREPAIR: unable to open TRANSRSB, status "
                      WS-RESUB-STATUS
              CLOSE REJECT-FILE
              STOP RUN
           END-IF.
           OPEN EXTEND ESCAL-FILE.
           IF WS-ESCAL-STATUS = "35" THEN
              OPEN OUTPUT ESCAL-FILE
           END-IF.
           IF WS-ESCAL-STATUS NOT = "00" THEN
              DISPLAY "DTREPAIR: unable to open TRANSESC, status "
                      WS-ESCAL-STATUS
           END-IF.
           PERFORM 0910-READ-REJECT-FILE.

      * A TRANSRSB that starts with today's DTAUTORP header holds
      * the records the repair rules fixed ahead of this pass; they
      * are no longer in TRANSREJ and must not be lost.
       0110-CHECK-AUTO-REPAIR-BATCH.
           OPEN INPUT RESUB-FILE.
           IF WS-RESUB-STATUS = "00" THEN
              READ RESUB-FILE
                 NOT AT END
                    IF DT-HEADER-REC
                       AND DT-SOURCE-SYSTEM = "DTAUTORP"
                       AND DT-CREATE-DATE = WS-CURRENT-DATE THEN
                       SET WS-RESUB-APPEND TO TRUE
                    END-IF
              END-READ
              CLOSE RESUB-FILE
           END-IF.

      * Every DTAUTORP batch of today (a rule pass rerun appends a
      * second one) is copied from its header through its trailer;
      * a batch keyed by an earlier DTREPAIR pass is dropped, as
      * OPEN OUTPUT has always dropped it.
       0120-KEEP-AUTO-REPAIR-BATCHES.
           OPEN OUTPUT RESUB-TEMP-FILE.
           IF WS-RESUB-TEMP-STATUS NOT = "00" THEN
              DISPLAY "DTREPAIR: unable to open "
                      WS-RESUB-TEMP-NAME ", status "
                      WS-RESUB-TEMP-STATUS
              CLOSE REJECT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT RESUB-FILE.
           SET WS-DROP-BATCH TO TRUE.
           PERFORM UNTIL WS-RESUB-STATUS NOT = "00"
              READ RESUB-FILE
                 AT END
                    MOVE "10" TO WS-RESUB-STATUS
                 NOT AT END
                    PERFORM 0130-COPY-RESUB-RECORD
              END-READ
           END-PERFORM.
           CLOSE RESUB-FILE.
           CLOSE RESUB-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING WS-RESUB-TEMP-NAME
                                        WS-RESUB-FILE-NAME.
           IF RETURN-CODE NOT = 0 THEN
              DISPLAY "DTREPAIR: unable to replace "
                      WS-RESUB-FILE-NAME ", run stopped"
              CLOSE REJECT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "DTREPAIR: " WS-AUTO-KEPT-COUNT
                   " DTAUTORP record(s) kept in TRANSRSB".

       0130-COPY-RESUB-RECORD.
           IF DT-HEADER-REC THEN
              IF DT-SOURCE-SYSTEM = "DTAUTORP"
                 AND DT-CREATE-DATE = WS-CURRENT-DATE THEN
                 SET WS-KEEP-BATCH TO TRUE
              ELSE
                 SET WS-DROP-BATCH TO TRUE
              END-IF
           END-IF.
           IF WS-KEEP-BATCH THEN
              MOVE DATE-TIME-REC TO RESUB-TEMP-REC
              WRITE RESUB-TEMP-REC
              IF WS-RESUB-TEMP-STATUS NOT = "00" THEN
                 DISPLAY "DTREPAIR: " WS-RESUB-TEMP-NAME
                         " write failed, status "
                         WS-RESUB-TEMP-STATUS
                 CLOSE RESUB-FILE
                 CLOSE RESUB-TEMP-FILE
                 CALL "CBL_DELETE_FILE" USING WS-RESUB-TEMP-NAME
                 CLOSE REJECT-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-AUTO-KEPT-COUNT
           END-IF.
           IF DT-TRAILER-REC THEN
              SET WS-DROP-BATCH TO TRUE
           END-IF.

       0200-PROCESS-REJECT.
           ADD 1 TO WS-READ-COUNT.
           DISPLAY "------------------------------------------------".
           ADD 1 TO WS-ESCAL-COUNT.
           DISPLAY "Resubmitted " WS-MAX-RESUBMITS
                   " times already, written to TRANSESC.".
           MOVE "TRANSESC" TO OP-FILE-NAME.
           MOVE "ESCALATED, RESUBMIT LIMIT" TO OP-NOTE.
           MOVE SPACES TO OP-BEFORE-IMAGE.
           MOVE REJECT-REC TO OP-AFTER-IMAGE.
           PERFORM 0700-JOURNAL-REJECT.

       0400-REPAIR-REJECT.
           DISPLAY "Corrected date (blank = keep, S = skip): ".

       0420-WRITE-RESUB-RECORD.
           PERFORM 0430-ADD-TO-HASH-TOTAL.
           MOVE DATE-TIME-REC TO OP-AFTER-IMAGE.
           WRITE DATE-TIME-REC.
           IF WS-RESUB-STATUS NOT = "00" THEN
              DISPLAY "DTREPAIR: resubmission write failed, status "
           END-IF.
           ADD 1 TO WS-RESUB-COUNT.
           DISPLAY "Written to TRANSRSB.".
           MOVE "TRANSRSB" TO OP-FILE-NAME.
           MOVE "REPAIRED AND RESUBMITTED" TO OP-NOTE.
           MOVE REJECT-REC TO OP-BEFORE-IMAGE.
           PERFORM 0700-JOURNAL-REJECT.

       0430-ADD-TO-HASH-TOTAL.
           MOVE WS-NEW-DATE TO WS-HASH-ALPHA.
              STOP RUN
           END-IF.

      * Keyed on the reject ID, so the journal and TRANSREJ can be
      * matched record for record.
       0700-JOURNAL-REJECT.
           MOVE "JRNL" TO OP-FUNCTION-CODE.
           MOVE "REPR" TO OP-AUTH-FUNCTION.
           MOVE "A" TO OP-ACTION.
           MOVE RJ-REJECT-ID TO OP-RECORD-KEY.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTREPAIR: change NOT journaled for reject "
                      RJ-REJECT-ID
           END-IF.

       0900-CLOSE-FILES.
           CLOSE REJECT-FILE.
           CLOSE RESUB-FILE.
