      ******************************************************************
      * DTRPRLRC - Reject repair rule record for DTAUTORP.  One line
      * per rule in the REPRULES file, keyed by the source-system ID
      * and the DTVALID reason code the rule answers (a source of *
      * matches every source).  The first rule in file order that
      * matches a reject is the one applied.  RR-ACTION says what
      * the rule does to the rejected record:
      *   DORD - the source sends its dates in another component
      *          order; RR-DATE-ORDER spells the order as sent using
      *          DD, MM and YY or YYYY (e.g. DDMMYY, MMDDYYYY) and
      *          the date is re-laid out as YYMMDD or YYYYMMDD
      *   TZDV - the offset arrives in other units (e.g. minutes);
      *          it is divided by RR-TZ-DIVISOR, which must leave no
      *          remainder
      *   TZFX - the offset is unusable and the source is known to
      *          send in one zone; RR-TZ-FIXED replaces it
      * RR-RULE-ID is the short name the repair report and the
      * TRANSARP record of repaired rejects show for the rule.
      ******************************************************************
       01  REPAIR-RULE-REC.
           05  RR-SOURCE-SYSTEM PIC X(8).
           05  RR-REASON-CODE   PIC X(20).
           05  RR-RULE-ID       PIC X(8).
           05  RR-ACTION        PIC X(4).
               88  RR-REORDER-DATE      VALUE "DORD".
               88  RR-DIVIDE-OFFSET     VALUE "TZDV".
               88  RR-FIXED-OFFSET      VALUE "TZFX".
           05  RR-DATE-ORDER    PIC X(8).
           05  RR-TZ-DIVISOR    PIC 9(3).
           05  RR-TZ-FIXED      PIC S9(2) SIGN LEADING SEPARATE.
           05  RR-DESCRIPTION   PIC X(30).
