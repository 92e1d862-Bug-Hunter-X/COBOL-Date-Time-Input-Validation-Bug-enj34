      ******************************************************************
      * DTESCQRC - Escalation work-queue record, the ESCQUEUE indexed
      * master kept by DTESCQUE.  One record per escalated repair
      * chain, keyed like DTRJAGE on the chain's first reject ID.
      * DTESCQUE takes each reject DTREPAIR wrote to TRANSESC into
      * the queue with EQ-OPENED-DATE set to the day it arrived; the
      * reject fields are refreshed if the same chain escalates
      * again.  An analyst is assigned (EQ-ANALYST-ID and
      * EQ-ASSIGNED-DATE) and the item is closed with a disposition:
      *   W - written off
      *   R - returned to the source system to correct and resend
      *   F - force-accepted by the supervisor in EQ-SUPERVISOR-ID;
      *       the approved date, time and offset are kept in
      *       EQ-OVR-DATE/EQ-OVR-TIME/EQ-OVR-TZ-OFFSET and an override
      *       record (type O) carrying exactly those values is sent
      *       to DTVALID through TRANSOVR
      * EQ-DISPOSED-BY is the operator who recorded the disposition.
      * EQ-OVERRIDE-STATUS is P while the override record is waiting
      * for DTVALID and A once DTVALID has accepted it, with the
      * system date of that DTVALID run in EQ-OVERRIDE-DATE (the
      * date a restart of the same run checks it against).  DTVALID
      * accepts an override record only while its queue item is F
      * and P.
      ******************************************************************
       01  ESC-QUEUE-REC.
           05  EQ-KEY.
               10  EQ-ORIG-REJECT-ID PIC 9(9).
           05  EQ-REJECT-ID         PIC 9(9).
           05  EQ-DATE              PIC 9(8).
           05  EQ-TIME              PIC 9(6).
           05  EQ-TZ-OFFSET         PIC S9(2) SIGN LEADING SEPARATE.
           05  EQ-REASON-CODE       PIC X(20).
           05  EQ-SOURCE-SYSTEM     PIC X(8).
           05  EQ-RESUBMIT-COUNT    PIC 9(2).
           05  EQ-OPENED-DATE       PIC 9(8).
           05  EQ-ANALYST-ID        PIC X(8).
           05  EQ-ASSIGNED-DATE     PIC 9(8).
           05  EQ-DISPOSITION       PIC X(1).
               88  EQ-OPEN                  VALUE " ".
               88  EQ-WRITTEN-OFF           VALUE "W".
               88  EQ-RETURNED              VALUE "R".
               88  EQ-FORCE-ACCEPTED        VALUE "F".
           05  EQ-DISPOSITION-DATE  PIC 9(8).
           05  EQ-DISPOSED-BY       PIC X(8).
           05  EQ-SUPERVISOR-ID     PIC X(8).
           05  EQ-OVR-DATE          PIC X(8).
           05  EQ-OVR-TIME          PIC 9(6).
           05  EQ-OVR-TZ-OFFSET     PIC S9(2) SIGN LEADING SEPARATE.
           05  EQ-OVERRIDE-STATUS   PIC X(1).
               88  EQ-NO-OVERRIDE           VALUE " ".
               88  EQ-OVERRIDE-PENDING      VALUE "P".
               88  EQ-OVERRIDE-APPLIED      VALUE "A".
           05  EQ-OVERRIDE-DATE     PIC 9(8).
           05  EQ-NOTE              PIC X(30).
