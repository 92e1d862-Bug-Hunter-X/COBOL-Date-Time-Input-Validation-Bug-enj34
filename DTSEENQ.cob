      * with the operator's reason for audit.  Honors the DTSTREAM
      * environment variable the same way DTVALID does, so a
      * stream-suffixed DTSEEN.S0n master from a parallel run can be
      * queried as well.  The operator signs on through DTOPAUTH and
      * needs SEEN authority to release; each release also goes to
      * the CHGJRNL change journal with the entry as it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTSEENQ.
           88  WS-KEY-FOUND             VALUE "Y".
           88  WS-KEY-NOT-FOUND         VALUE "N".

       COPY DTOPAPRC.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 0050-SIGN-ON.
           PERFORM 0095-APPLY-STREAM-SUFFIX.
           PERFORM 0100-OPEN-FILES.
           SET WS-MENU-NOT-DONE TO TRUE.
                   " entr(ies) released this session.".
           STOP RUN.

       0050-SIGN-ON.
           MOVE SPACES TO OPAUTH-PARMS.
           MOVE "SIGN" TO OP-FUNCTION-CODE.
           MOVE "DTSEENQ" TO OP-PROGRAM-ID.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTSEENQ: sign-on refused, return code "
                      OP-RETURN-CODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0095-APPLY-STREAM-SUFFIX.
           ACCEPT WS-STREAM-ID FROM ENVIRONMENT "DTSTREAM"
               ON EXCEPTION
              WHEN "S"
                 PERFORM 3000-BROWSE-BY-SOURCE
              WHEN "R"
                 MOVE "CHEK" TO OP-FUNCTION-CODE
                 MOVE "SEEN" TO OP-AUTH-FUNCTION
                 CALL "DTOPAUTH" USING OPAUTH-PARMS
                 IF OP-SUCCESS THEN
                    PERFORM 4000-RELEASE-ENTRY
                 ELSE
                    DISPLAY "Operator " OP-OPERATOR-ID
                            " does not hold SEEN, cannot release."
                 END-IF
              WHEN "X"
                 SET WS-MENU-DONE TO TRUE
              WHEN OTHER
              END-DELETE
              IF WS-SEEN-STATUS = "00" THEN
                 PERFORM 4200-WRITE-RELEASE-LOG
                 PERFORM 4300-JOURNAL-RELEASE
                 ADD 1 TO WS-RELEASE-COUNT
                 DISPLAY "Entry released."
              END-IF
           MOVE SN-FIRST-SEEN-DATE TO RL-FIRST-SEEN-DATE.
           MOVE SN-RECORD-NUMBER TO RL-RECORD-NUMBER.
           MOVE WS-REASON-INPUT TO RL-REASON.
           MOVE SPACES TO OP-RECORD-KEY.
           STRING SN-DATE " " SN-TIME " " SN-SOURCE-SYSTEM
                  DELIMITED BY SIZE INTO OP-RECORD-KEY.
           MOVE SEEN-REC TO OP-BEFORE-IMAGE.

       4200-WRITE-RELEASE-LOG.
           WRITE RELEASE-LOG-REC.
              STOP RUN
           END-IF.

       4300-JOURNAL-RELEASE.
           MOVE "JRNL" TO OP-FUNCTION-CODE.
           MOVE "SEEN" TO OP-AUTH-FUNCTION.
           MOVE "D" TO OP-ACTION.
           MOVE WS-SEEN-FILE-NAME TO OP-FILE-NAME.
           MOVE WS-REASON-INPUT TO OP-NOTE.
           MOVE SPACES TO OP-AFTER-IMAGE.
           CALL "DTOPAUTH" USING OPAUTH-PARMS.
           IF NOT OP-SUCCESS THEN
              DISPLAY "DTSEENQ: release NOT journaled for "
                      OP-RECORD-KEY
           END-IF.

       0900-CLOSE-FILES.
           CLOSE SEEN-FILE.
           CLOSE RELEASE-LOG-FILE.
