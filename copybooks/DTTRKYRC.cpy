      ******************************************************************
      * DTTRKYRC - Trace request record, the TRACEKEY key list
      * DTTRACE works through in batch.  One line per item to trace:
      *   T - a transaction as the source sent it: the date and time
      *       as received (YYYYMMDD, HHMMSS) and the source-system ID
      *       of its batch header (spaces for a headerless batch)
      *   R - a reject ID from TRANSREJ, the escalation queue or an
      *       acknowledgement; any ID in a repair chain will do
      * TK-REQUEST-REF is free text (the audit request or ticket the
      * trace answers) and is printed on the trace.  A line starting
      * with * is a comment.
      ******************************************************************
       01  TRACE-KEY-REC.
           05  TK-KEY-TYPE      PIC X(1).
               88  TK-TIMESTAMP-KEY     VALUE "T".
               88  TK-REJECT-KEY        VALUE "R".
               88  TK-COMMENT           VALUE "*".
           05  TK-TIMESTAMP-AREA.
               10  TK-DATE          PIC 9(8).
               10  TK-TIME          PIC 9(6).
               10  TK-SOURCE-SYSTEM PIC X(8).
           05  TK-REJECT-AREA REDEFINES TK-TIMESTAMP-AREA.
               10  TK-REJECT-ID     PIC 9(9).
               10  FILLER           PIC X(13).
           05  TK-REQUEST-REF   PIC X(20).
