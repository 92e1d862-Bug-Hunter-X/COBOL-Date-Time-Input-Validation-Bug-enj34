      ******************************************************************
      * DTCJRNRC - Change journal record, the CHGJRNL file every
      * maintenance program appends to through DTOPAUTH.  One line
      * per change to a control file, with the operator signed on,
      * when, which program and authority function, and the record
      * as it was before and as it was written after (spaces for an
      * add's before image and a delete's after image).  A refused
      * sign-on or function is journaled as action R with the
      * reason in CJ-NOTE.  Reported for audit by DTJRNRPT.
      ******************************************************************
       01  CHANGE-JOURNAL-REC.
           05  CJ-DATE              PIC 9(8).
           05  CJ-TIME              PIC 9(6).
           05  CJ-OPERATOR-ID       PIC X(8).
           05  CJ-PROGRAM-ID        PIC X(8).
           05  CJ-FUNCTION          PIC X(4).
           05  CJ-ACTION            PIC X(1).
               88  CJ-ADDED                 VALUE "A".
               88  CJ-CHANGED               VALUE "C".
               88  CJ-DELETED               VALUE "D".
               88  CJ-REFUSED               VALUE "R".
           05  CJ-FILE-NAME         PIC X(12).
           05  CJ-RECORD-KEY        PIC X(30).
           05  CJ-NOTE              PIC X(30).
           05  CJ-BEFORE-IMAGE      PIC X(200).
           05  CJ-AFTER-IMAGE       PIC X(200).
