      ******************************************************************
      * DTOPAPRC - Parameter area for the DTOPAUTH operator sign-on
      * and change-journal subprogram.  Set OP-FUNCTION-CODE and the
      * input fields, CALL "DTOPAUTH" USING OPAUTH-PARMS, and test
      * OP-RETURN-CODE:
      *   SIGN - prompt for the operator ID and check it against
      *          OPERAUTH; OP-PROGRAM-ID names the caller and
      *          OP-AUTH-FUNCTION the function the program cannot
      *          run without (spaces = any active operator).
      *          Returns OP-OPERATOR-ID and OP-OPERATOR-NAME.  The
      *          change journal must be writable for a sign-on to
      *          succeed, so no change can go unjournaled.
      *   CHEK - may the signed-on operator use OP-AUTH-FUNCTION?
      *   HOLD - as CHEK, but a refusal is not journaled; for
      *          deciding what to offer before the operator asks
      *   JRNL - append a CHGJRNL entry for the signed-on operator
      *          from OP-AUTH-FUNCTION, OP-ACTION, OP-FILE-NAME,
      *          OP-RECORD-KEY, OP-NOTE and the two images
      * Function codes are listed in DTOPAURC.  Every refusal is
      * journaled by DTOPAUTH itself.  Return codes: 00 ok, 04
      * unknown function code, 08 not authorized, 12 operator not
      * on file or suspended, 16 no operators on file (only DTOPRMNT
      * may carry on, to enrol the first), 20 OPERAUTH or CHGJRNL
      * unusable.
      ******************************************************************
       01  OPAUTH-PARMS.
           05  OP-FUNCTION-CODE     PIC X(4).
               88  OP-FUNC-SIGNON           VALUE "SIGN".
               88  OP-FUNC-CHECK            VALUE "CHEK".
               88  OP-FUNC-HOLDS            VALUE "HOLD".
               88  OP-FUNC-JOURNAL          VALUE "JRNL".
           05  OP-PROGRAM-ID        PIC X(8).
           05  OP-OPERATOR-ID       PIC X(8).
           05  OP-OPERATOR-NAME     PIC X(20).
           05  OP-AUTH-FUNCTION     PIC X(4).
           05  OP-ACTION            PIC X(1).
           05  OP-FILE-NAME         PIC X(12).
           05  OP-RECORD-KEY        PIC X(30).
           05  OP-NOTE              PIC X(30).
           05  OP-BEFORE-IMAGE      PIC X(200).
           05  OP-AFTER-IMAGE       PIC X(200).
           05  OP-RETURN-CODE       PIC X(2).
               88  OP-SUCCESS               VALUE "00".
               88  OP-BAD-FUNCTION          VALUE "04".
               88  OP-NOT-AUTHORIZED        VALUE "08".
               88  OP-UNKNOWN-OPERATOR      VALUE "12".
               88  OP-NO-OPERATORS          VALUE "16".
               88  OP-FILE-ERROR            VALUE "20".
