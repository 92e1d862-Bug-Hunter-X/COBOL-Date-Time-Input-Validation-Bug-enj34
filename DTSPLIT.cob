      * stream's count and hash total.  The input trailer is
      * verified against the whole file and a mismatch ends with
      * condition code 12 so the streams are not released.
      * Every stream record carries its TRANSIN record number after
      * the transaction layout (zero on the header and trailers
      * DTSPLIT makes itself), which DTVALID passes on to TRANSOUT
      * so the merged output can be put back into arrival order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTSPLIT.
       COPY DTTRANRC.

       FD  SPLIT1-FILE.
       01  SPLIT1-REC           PIC X(38).
       FD  SPLIT2-FILE.
       01  SPLIT2-REC           PIC X(38).
       FD  SPLIT3-FILE.
       01  SPLIT3-REC           PIC X(38).
       FD  SPLIT4-FILE.
       01  SPLIT4-REC           PIC X(38).
       FD  SPLIT5-FILE.
       01  SPLIT5-REC           PIC X(38).
       FD  SPLIT6-FILE.
       01  SPLIT6-REC           PIC X(38).
       FD  SPLIT7-FILE.
       01  SPLIT7-REC           PIC X(38).
       FD  SPLIT8-FILE.
       01  SPLIT8-REC           PIC X(38).
       FD  SPLIT9-FILE.
       01  SPLIT9-REC           PIC X(38).

       FD  PARM-FILE.
       COPY DTPARMRC.
           88  WS-HEADER-WRITTEN        VALUE "Y".
           88  WS-HEADER-NOT-WRITTEN    VALUE "N".

       01  WS-STREAM-RECORD.
           05  WS-SAVED-RECORD      PIC X(29).
           05  WS-SAVED-ARRIVAL-SEQ PIC 9(9).
       01  WS-CURRENT-DATE      PIC 9(8).

       01  WS-READ-COUNT        PIC 9(9) VALUE 0.

       0400-WRITE-HEADER-TO-STREAMS.
           MOVE DATE-TIME-REC TO WS-SAVED-RECORD.
           MOVE WS-READ-COUNT TO WS-SAVED-ARRIVAL-SEQ.
           PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
                   UNTIL WS-STREAM-NO > WS-STREAM-COUNT
              PERFORM 0410-WRITE-TO-ONE-STREAM
       0410-WRITE-TO-ONE-STREAM.
           EVALUATE WS-STREAM-NO
              WHEN 1
                 MOVE WS-STREAM-RECORD TO SPLIT1-REC
                 WRITE SPLIT1-REC
              WHEN 2
                 MOVE WS-STREAM-RECORD TO SPLIT2-REC
                 WRITE SPLIT2-REC
              WHEN 3
                 MOVE WS-STREAM-RECORD TO SPLIT3-REC
                 WRITE SPLIT3-REC
              WHEN 4
                 MOVE WS-STREAM-RECORD TO SPLIT4-REC
                 WRITE SPLIT4-REC
              WHEN 5
                 MOVE WS-STREAM-RECORD TO SPLIT5-REC
                 WRITE SPLIT5-REC
              WHEN 6
                 MOVE WS-STREAM-RECORD TO SPLIT6-REC
                 WRITE SPLIT6-REC
              WHEN 7
                 MOVE WS-STREAM-RECORD TO SPLIT7-REC
                 WRITE SPLIT7-REC
              WHEN 8
                 MOVE WS-STREAM-RECORD TO SPLIT8-REC
                 WRITE SPLIT8-REC
              WHEN 9
                 MOVE WS-STREAM-RECORD TO SPLIT9-REC
                 WRITE SPLIT9-REC
           END-EVALUATE.
           IF WS-SPLIT-STATUS NOT = "00" THEN
           ADD 1 TO WS-STR-COUNT(WS-PART-NO).
           ADD WS-HASH-VALUE TO WS-STR-HASH(WS-PART-NO).
           MOVE DATE-TIME-REC TO WS-SAVED-RECORD.
           MOVE WS-READ-COUNT TO WS-SAVED-ARRIVAL-SEQ.
           MOVE WS-PART-NO TO WS-STREAM-NO.
           PERFORM 0410-WRITE-TO-ONE-STREAM.


       0600-SYNTHESIZE-HEADER.
           MOVE SPACES TO WS-SAVED-RECORD.
           MOVE 0 TO WS-SAVED-ARRIVAL-SEQ.
           MOVE "H" TO WS-SAVED-RECORD(1:1).
           MOVE "DTSPLIT" TO WS-SAVED-RECORD(2:8).
           MOVE WS-CURRENT-DATE TO WS-SAVED-RECORD(10:8).
           PERFORM VARYING WS-STREAM-NO FROM 1 BY 1
                   UNTIL WS-STREAM-NO > WS-STREAM-COUNT
              MOVE SPACES TO WS-SAVED-RECORD
              MOVE 0 TO WS-SAVED-ARRIVAL-SEQ
              MOVE "T" TO WS-SAVED-RECORD(1:1)
              MOVE WS-STR-COUNT(WS-STREAM-NO)
                 TO WS-SAVED-RECORD(2:9)
