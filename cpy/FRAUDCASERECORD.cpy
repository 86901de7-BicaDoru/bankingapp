           05 FC-KEY.
             10 FC-CASE-ID             PIC 9(07).
           05 FC-ENTITY                PIC X(10).
           05 FC-ENTITY-ID             PIC 9(09).
           05 FC-TRTYPE                PIC X(10).
           05 FC-AMOUNT                PIC 9(10)V99.
           05 FC-REASON                PIC X(40).
           05 FC-ACTOR-BUSR-ID         PIC 9(09).
           05 FC-OPENED-TIMESTAMP      PIC X(22).
           05 FC-STATUS                PIC X(01).
             88 FC-STATUS-OPEN          VALUE "O".
             88 FC-STATUS-FALSE-POS     VALUE "F".
      *    ANALYST WORKING THE CASE, ZERO MEANS UNASSIGNED -- SAME
      *    "ZERO MEANS UNSET" CONVENTION AS I-ACC-BRANCHID.
           05 FC-ASSIGNED-TO           PIC 9(09).
           05 FC-CLOSED-BY             PIC 9(09).
           05 FC-CLOSED-TIMESTAMP      PIC X(22).
           05 FC-DISPOSITION-NOTES     PIC X(60).
