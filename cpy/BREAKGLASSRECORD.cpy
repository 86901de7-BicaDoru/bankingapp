      *> RECORD LAYOUT FOR THE INDEXED BREAK-GLASS GRANT FILE
      *> (files/breakglass.dat), ONE ROW PER EMERGENCY ELEVATION A
      *> TELLER HAS TAKEN WITH BRKGLASS REQUEST. WHILE A ROW IS LIVE
      *> (BK-IS-ACTIVE AND THE CLOCK BEFORE BK-EXPIRES-MIN) DISPATCHER
      *> SERVES THAT TELLER'S REQUESTS WITH ADMIN RIGHTS (SEE BGCHECK);
      *> NOTHING HAS TO SWITCH IT OFF AGAIN. EVERY ROW STAYS ON FILE
      *> UNTIL AN ADMIN OTHER THAN THE TELLER HAS SIGNED IT OFF WITH
      *> BRKGLASS SIGNOFF (SEE BGREVIEW).
       01  BREAK-GLASS-RECORD.
           05 BK-KEY.
             10 BK-BUSR-ID             PIC 9(09).
      *      YYYYMMDDHHMMSS THE GRANT WAS TAKEN -- ALSO HOW THE GRANT
      *      IS NAMED ON THE REVIEW REPORT AND TO BRKGLASS SIGNOFF.
             10 BK-START-TS            PIC 9(14).
           05 BK-ROLE                  PIC X(04).
           05 BK-HOURS                 PIC 9(02).
      *    EXPIRY AS MINUTES SINCE THE INTEGER-OF-DATE EPOCH (SAME
      *    CLOCK AS BUSRBO'S LOCKOUTS) AND AS A READABLE TIMESTAMP.
           05 BK-EXPIRES-MIN           PIC 9(10).
           05 BK-EXPIRES-TS            PIC 9(14).
           05 BK-REASON                PIC X(60).
           05 BK-STATUS                PIC X(01).
             88 BK-IS-ACTIVE           VALUE "A".
      *      RUN OUT -- SET BY WHOEVER FIRST SEES THE CLOCK PAST IT.
             88 BK-IS-EXPIRED          VALUE "X".
      *      GIVEN UP EARLY WITH BRKGLASS END.
             88 BK-IS-ENDED            VALUE "E".
           05 BK-ENDED-TS              PIC 9(14).
      *    DISPATCHER REQUESTS SERVED UNDER THE GRANT.
           05 BK-USE-COUNT             PIC 9(05).
           05 BK-REVIEW-STATUS         PIC X(01).
             88 BK-REVIEW-PENDING      VALUE "P".
             88 BK-REVIEW-ACCEPTED     VALUE "A".
      *      THE USE WAS NOT JUSTIFIED -- FOR THE TELLER'S MANAGER.
             88 BK-REVIEW-QUERIED      VALUE "Q".
           05 BK-REVIEWED-BY           PIC 9(09).
           05 BK-REVIEW-DATE           PIC 9(08).
           05 BK-REVIEW-NOTE           PIC X(40).
           05 FILLER                   PIC X(20).
