      ******************************************************************
      * DTLADPRC - Value-date period record, the DTLADPRD cumulative
      * file kept by DTLADDER.  One line per processing date, source
      * system, normalized date and rolled value date, with the
      * number of transactions accepted into TRANSOUT that night
      * with that pair of dates.  LP-ROLLED-DATE after LP-NORM-DATE
      * means the roll convention moved the transaction forward,
      * before it means backward.  The file holds every night of the
      * current calendar year, so the month, quarter and year-end
      * closes can be totalled from it; a rerun for the same
      * processing date replaces that night's lines rather than
      * adding to them.
      ******************************************************************
       01  LADDER-PERIOD-REC.
           05  LP-PROCESS-DATE  PIC 9(8).
           05  LP-SOURCE-SYSTEM PIC X(8).
           05  LP-NORM-DATE     PIC 9(8).
           05  LP-ROLLED-DATE   PIC 9(8).
           05  LP-ACCEPT-COUNT  PIC 9(9).
