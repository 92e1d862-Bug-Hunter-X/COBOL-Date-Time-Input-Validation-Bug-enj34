      ******************************************************************
      * DTSQCTRC - Sequence-check control record for DTSEQCK.  One
      * line per source system in the SEQCTL file; a source of *
      * supplies the limits for every source without a line of its
      * own.  SQ-MAX-GAP-SECONDS is the longest silence allowed
      * between consecutive timestamps from the source (zero = no
      * gap check).  SQ-OOO-TOLERANCE-SECONDS is how far behind the
      * latest timestamp already received a record may be and still
      * count as in sequence.  With SQ-AUDIT-WARN-FLAG Y each record
      * that opens a gap or falls out of sequence is also flagged
      * on its PASS line in the day's audit log.
      ******************************************************************
       01  SEQ-CONTROL-REC.
           05  SQ-SOURCE-SYSTEM PIC X(8).
           05  SQ-MAX-GAP-SECONDS PIC 9(6).
           05  SQ-OOO-TOLERANCE-SECONDS PIC 9(6).
           05  SQ-AUDIT-WARN-FLAG PIC X(1).
               88  SQ-AUDIT-WARN            VALUE "Y".
