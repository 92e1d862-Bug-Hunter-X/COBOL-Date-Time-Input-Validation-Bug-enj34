      ******************************************************************
      * DTACKREC - Acknowledgement record layout written by DTACKGEN,
      * one file per feed (ACK.<source system>).  Byte 1 carries the
      * record type:
      *   H - ack header: the batch's source-system ID and header
      *       DT-CREATE-DATE as sent, the date acknowledged, and F
      *       for a batch from the feed or C for a batch of its
      *       records carried over from an earlier run
      *   D - one per detail sent: the date, time and offset exactly
      *       as received and the disposition ACPT, REJT (with the
      *       reason code and reject ID to quote on a repair) or CARY
      *       (valid but past the cutoff, held in TRANSCARRY for the
      *       next processing date)
      *   T - ack trailer: the header's declared DT-RECORD-COUNT and
      *       DT-HASH-TOTAL against the count and hash total of the
      *       details actually processed, the disposition counts, and
      *       AK-BALANCED-FLAG Y when declared and processed agree
      *   N - batch NAK, written alone in place of H/D/T when the
      *       batch was quarantined for failing trailer verification;
      *       it echoes the declared figures against those found in
      *       the batch and says which check failed
      ******************************************************************
       01  ACK-REC.
           05  AK-RECORD-TYPE   PIC X(1).
               88  AK-HEADER-REC        VALUE "H".
               88  AK-DETAIL-REC        VALUE "D".
               88  AK-TRAILER-REC       VALUE "T".
               88  AK-NAK-REC           VALUE "N".
           05  AK-DETAIL-AREA.
               10  AK-DATE          PIC X(8).
               10  AK-TIME          PIC 9(6).
               10  AK-TZ-OFFSET     PIC S9(2) SIGN LEADING SEPARATE.
               10  AK-DISPOSITION   PIC X(4).
                   88  AK-ACCEPTED          VALUE "ACPT".
                   88  AK-REJECTED          VALUE "REJT".
                   88  AK-CARRIED           VALUE "CARY".
               10  AK-REASON-CODE   PIC X(20).
               10  AK-REJECT-ID     PIC 9(9).
               10  FILLER           PIC X(29).
           05  AK-HEADER-AREA REDEFINES AK-DETAIL-AREA.
               10  AK-SOURCE-SYSTEM PIC X(8).
               10  AK-CREATE-DATE   PIC 9(8).
               10  AK-ACK-DATE      PIC 9(8).
               10  AK-BATCH-KIND    PIC X(1).
                   88  AK-FEED-BATCH        VALUE "F".
                   88  AK-CARRY-BATCH       VALUE "C".
               10  FILLER           PIC X(54).
           05  AK-TRAILER-AREA REDEFINES AK-DETAIL-AREA.
               10  AK-DECLARED-COUNT PIC 9(9).
               10  AK-DECLARED-HASH PIC 9(12).
               10  AK-PROCESSED-COUNT PIC 9(9).
               10  AK-PROCESSED-HASH PIC 9(12).
               10  AK-ACCEPT-COUNT  PIC 9(9).
               10  AK-REJECT-COUNT  PIC 9(9).
               10  AK-CARRY-COUNT   PIC 9(9).
               10  AK-BALANCED-FLAG PIC X(1).
               10  FILLER           PIC X(9).
           05  AK-NAK-AREA REDEFINES AK-DETAIL-AREA.
               10  AK-NAK-SOURCE-SYSTEM PIC X(8).
               10  AK-NAK-CREATE-DATE PIC 9(8).
               10  AK-NAK-DECLARED-COUNT PIC 9(9).
               10  AK-NAK-DECLARED-HASH PIC 9(12).
               10  AK-NAK-FOUND-COUNT PIC 9(9).
               10  AK-NAK-FOUND-HASH PIC 9(12).
               10  AK-NAK-REASON    PIC X(20).
               10  FILLER           PIC X(1).
