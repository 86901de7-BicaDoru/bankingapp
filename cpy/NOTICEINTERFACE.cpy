      *> CALL INTERFACE FOR NOTICE.cbl -- WITHDRAWAL NOTICES ON
      *> NOTICE SAVINGS ACCOUNTS (PRODUCT "N32"/"N95", SEE
      *> ACCINTERFACE; REGISTER files/notices.dat, SEE NOTICERECORD).
      *> A DEBIT OFF SUCH AN ACCOUNT IS CHECKED BEFORE IT POSTS AND
      *> SETTLED AGAINST THE NOTICES AFTER. SAME CALLED-SUBPROGRAM
      *> SHAPE AS ODPROTECTINTERFACE.
       01 NOTICE-INTERFACE.
         05 NOTICE-IN.
           10 I-NTC-OPERATION             PIC X(08).
      *      FILE A NOTICE FOR I-NTC-AMOUNT. THE NEW ROW COMES BACK
      *      AS THE FIRST LIST ELEMENT.
             88 I-NTC-OP-FILE             VALUE "FILE    ".
      *      CANCEL NOTICE I-NTC-SEQ.
             88 I-NTC-OP-CANCEL           VALUE "CANCEL  ".
      *      THE ACCOUNT'S OPEN NOTICES, FIRST 20.
             88 I-NTC-OP-GETLIST          VALUE "GETLIST ".
      *      MAY I-NTC-AMOUNT BE WITHDRAWN TODAY? NOTHING IS UPDATED.
             88 I-NTC-OP-CHECK            VALUE "CHECK   ".
      *      THE WITHDRAWAL HAS POSTED -- USE UP THE NOTICES COVERING
      *      IT AND CHARGE THE EARLY-WITHDRAWAL PENALTY ON ANY PART
      *      THEY DO NOT COVER.
             88 I-NTC-OP-SETTLE           VALUE "SETTLE  ".
           10 I-NTC-ACCOUNTID             PIC 9(09).
           10 I-NTC-SEQ                   PIC 9(03).
           10 I-NTC-AMOUNT                PIC 9(10)V99.
      *    CHECK ONLY: "Y" ACCEPTS THE EARLY-WITHDRAWAL PENALTY FOR
      *    WHATEVER PART OF THE AMOUNT NO EXPIRED NOTICE COVERS.
           10 I-NTC-EARLY                 PIC X(01).
      *    BANKUSERID FILING THE NOTICE OR KEYING THE WITHDRAWAL, ZERO
      *    FOR A BATCH.
           10 I-NTC-ACTOR-BUSR-ID         PIC 9(09).

         05 NOTICE-STATUS                 PIC X(02).
           88 NOTICE-STATUS-OK            VALUE "00".
           88 NOTICE-STATUS-NOT-FOUND     VALUE "90".
      *      CHECK: NOT COVERED BY AN EXPIRED NOTICE AND NO EARLY
      *      WITHDRAWAL ASKED FOR.
           88 NOTICE-STATUS-REQUIRED      VALUE "91".
      *      ACCOUNT MISSING, CLOSED OR NOT A NOTICE PRODUCT.
           88 NOTICE-STATUS-BAD-ACCOUNT   VALUE "93".
      *      FILE: ZERO, OR MORE THAN THE BALANCE NOT ALREADY UNDER
      *      NOTICE.
           88 NOTICE-STATUS-BAD-AMOUNT    VALUE "94".
           88 NOTICE-STATUS-BAD-OP        VALUE "95".
           88 NOTICE-STATUS-IO-ERR        VALUE "99".

         05 NOTICE-OUT.
      *    32 OR 95 -- THE ACCOUNT'S NOTICE PERIOD.
           10 O-NTC-NOTICE-DAYS           PIC 9(03).
      *    WITHDRAWABLE TODAY UNDER EXPIRED NOTICES.
           10 O-NTC-AVAILABLE             PIC 9(10)V99.
      *    CHECK: PENALTY THE WITHDRAWAL WILL COST. SETTLE: PENALTY
      *    CHARGED, AND THE ACCOUNT BALANCE AFTER IT.
           10 O-NTC-PENALTY               PIC 9(10)V99.
           10 O-NTC-NEW-BALANCE           PIC S9(10)V99.
           10 O-NTC-COUNT                 PIC 9(02).
           10 O-NTC-ELEM                  OCCURS 20 TIMES.
             15 O-NTC-L-SEQ               PIC 9(03).
             15 O-NTC-L-AMOUNT            PIC 9(10)V99.
             15 O-NTC-L-USED              PIC 9(10)V99.
             15 O-NTC-L-FILED-DATE        PIC 9(08).
             15 O-NTC-L-EXPIRY-DATE       PIC 9(08).
             15 O-NTC-L-WINDOW-END        PIC 9(08).
             15 O-NTC-L-STATUS            PIC X(01).
