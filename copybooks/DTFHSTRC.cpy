      ******************************************************************
      * DTFHSTRC - Feed-arrival history record, the FEEDHIST file
      * kept by DTFEEDCK.  One line per batch header accepted into a
      * night's TRANSIN, in arrival order: the header's source
      * system and DT-CREATE-DATE, the processing date it arrived
      * for, and its detail count.  A later header repeating a
      * source and creation date found here is a resent file, and
      * the detail counts give each source's trailing average.
      * Entries older than the retention period are dropped when
      * the file is rewritten.
      ******************************************************************
       01  FEED-HISTORY-REC.
           05  FH-SOURCE-SYSTEM PIC X(8).
           05  FH-CREATE-DATE   PIC 9(8).
           05  FH-PROCESS-DATE  PIC 9(8).
           05  FH-DETAIL-COUNT  PIC 9(9).
