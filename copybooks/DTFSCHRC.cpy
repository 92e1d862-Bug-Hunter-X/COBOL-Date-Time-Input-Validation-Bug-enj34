      ******************************************************************
      * DTFSCHRC - Feed-schedule master record for DTFEEDCK.  One
      * line per source system in the FEEDSCHD file saying on which
      * days its batch is expected in TRANSIN.  FS-DAY-MASK has one
      * byte per weekday, Sunday first, Y where a batch is expected
      * (spaces = Monday to Friday).  With FS-BUSINESS-DAYS-ONLY Y
      * the batch is expected only when the processing date is also
      * a business day on the FS-HOLIDAY-CALENDAR calendar (spaces =
      * every entry in HOLIDAYS) as DTDATECALC sees it.  A missing
      * batch from a source with FS-REQUIRED-FLAG Y holds the
      * schedule; an optional one is only reported.  The day's
      * detail count is checked against the source's trailing
      * average over its last FS-HISTORY-COUNT batches (zero = 10)
      * and reported when it differs by more than
      * FS-VOLUME-TOLERANCE-PCT percent (zero = no volume check).
      ******************************************************************
       01  FEED-SCHEDULE-REC.
           05  FS-SOURCE-SYSTEM PIC X(8).
           05  FS-DAY-MASK      PIC X(7).
           05  FS-BUSINESS-DAYS-ONLY PIC X(1).
               88  FS-BUSINESS-DAYS         VALUE "Y".
           05  FS-HOLIDAY-CALENDAR PIC X(8).
           05  FS-REQUIRED-FLAG PIC X(1).
               88  FS-REQUIRED              VALUE "Y".
           05  FS-VOLUME-TOLERANCE-PCT PIC 9(3).
           05  FS-HISTORY-COUNT PIC 9(2).
           05  FS-DESCRIPTION   PIC X(30).
