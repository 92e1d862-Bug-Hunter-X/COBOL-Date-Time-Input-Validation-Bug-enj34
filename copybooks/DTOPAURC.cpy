      ******************************************************************
      * DTOPAURC - Operator authority record, the OPERAUTH file the
      * DTOPAUTH sign-on checks (maintained with DTOPRMNT).  One line
      * per operator ID; a suspended operator cannot sign on at all.
      * Each function flag is Y when the operator may use it:
      *   PARM - change the global DTPARMS record (DTMAINT)
      *   PSRC - add, change, delete DTPARMSS overrides (DTMAINT)
      *   HOLS - add, delete, generate HOLIDAYS entries (DTHOLMNT)
      *   SEEN - release DTSEEN entries (DTSEENQ)
      *   REPR - repair and resubmit rejects (DTREPAIR)
      *   ESCQ - assign and close escalation items (DTESCQUE)
      *   SUPV - supervisor force-accept of escalations (DTESCQUE)
      *   AUTH - maintain this file (DTOPRMNT)
      * The flags are in that order in OA-FUNCTION-TABLE; the last
      * four positions are spare.
      ******************************************************************
       01  OPERATOR-AUTH-REC.
           05  OA-OPERATOR-ID       PIC X(8).
           05  OA-OPERATOR-NAME     PIC X(20).
           05  OA-STATUS            PIC X(1).
               88  OA-ACTIVE                VALUE "A".
               88  OA-SUSPENDED             VALUE "S".
           05  OA-FUNCTION-FLAGS.
               10  OA-PARM-FLAG     PIC X(1).
               10  OA-PSRC-FLAG     PIC X(1).
               10  OA-HOLS-FLAG     PIC X(1).
               10  OA-SEEN-FLAG     PIC X(1).
               10  OA-REPR-FLAG     PIC X(1).
               10  OA-ESCQ-FLAG     PIC X(1).
               10  OA-SUPV-FLAG     PIC X(1).
               10  OA-AUTH-FLAG     PIC X(1).
               10  FILLER           PIC X(4).
           05  OA-FUNCTION-TABLE REDEFINES OA-FUNCTION-FLAGS.
               10  OA-FUNCTION-FLAG PIC X(1) OCCURS 12 TIMES.
           05  OA-CHANGED-DATE      PIC 9(8).
           05  OA-CHANGED-BY        PIC X(8).
