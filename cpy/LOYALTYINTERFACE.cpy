      *> CALL INTERFACE FOR LOYALTY.cbl -- THE CARD LOYALTY POINTS
      *> LEDGER (files/loyalty.dat, SEE LOYALTYRECORD), ONE BALANCE
      *> PER CUSTOMER ACROSS ALL OF THEIR CARDS. CARDCLEAR CALLS EARN
      *> FOR EVERY SETTLED PURCHASE, CHARGEBACK CALLS REVERSE WHEN A
      *> DISPUTE IS WON, AND CARDBO CALLS BALANCE AND REDEEM FOR
      *> GET/POST POINTS. THE CUSTOMER IS ALWAYS TAKEN FROM THE
      *> ACCOUNT GIVEN. SAME CALLED-SUBPROGRAM SHAPE AS
      *> CARDCTLINTERFACE.
       01 LOYALTY-INTERFACE.
         05 LOYALTY-IN.
           10 I-LY-OPERATION              PIC X(08).
             88 I-LY-OP-EARN              VALUE "EARN    ".
             88 I-LY-OP-REVERSE           VALUE "REVERSE ".
             88 I-LY-OP-REDEEM            VALUE "REDEEM  ".
             88 I-LY-OP-BALANCE           VALUE "BALANCE ".
      *    ALL OPERATIONS: THE CARD'S (OR THE CREDITED) ACCOUNT.
           10 I-LY-ACCOUNT-ID             PIC 9(09).
      *    EARN/REVERSE: THE CARD AND THE NETWORK'S REFERENCE FOR THE
      *    PURCHASE -- TOGETHER THEY FIND THE EARN ROW TO REVERSE.
           10 I-LY-CARD-ID                PIC 9(05).
           10 I-LY-REFERENCE              PIC X(20).
      *    EARN ONLY.
           10 I-LY-CARD-TYPE              PIC X(01).
           10 I-LY-MCC                    PIC X(04).
           10 I-LY-AMOUNT                 PIC 9(10)V99.
      *    yyyymmdd OF THE PURCHASE -- ZERO = TODAY.
           10 I-LY-DATE                   PIC 9(08).
      *    REDEEM ONLY.
           10 I-LY-POINTS                 PIC 9(09).
           10 I-LY-ACTOR-BUSR-ID          PIC 9(09).

         05 LOYALTY-STATUS                PIC X(02).
           88 LOYALTY-STATUS-OK           VALUE "00".
      *      ACCOUNT UNKNOWN, OR REVERSE FOUND NO UNREVERSED EARN ROW
      *      FOR THE CARD AND REFERENCE.
           88 LOYALTY-STATUS-NOT-FOUND    VALUE "91".
      *      REDEEM: MORE POINTS THAN THE BALANCE, OR FEWER THAN
      *      K-LY-MIN-REDEEM.
           88 LOYALTY-STATUS-INSUFFICIENT VALUE "92".
      *      REDEEM: ZERO POINTS, AN ACCOUNT THAT IS NOT ACTIVE, OR NO
      *      LOYEXP INTERNAL ACCOUNT IN ITS CURRENCY.
           88 LOYALTY-STATUS-BAD-DATA     VALUE "93".
      *      REDEEM: THE CREDIT DID NOT POST, OR THE ACCOUNT BALANCE
      *      WAS NOT UPDATED -- NO POINTS WERE TAKEN.
           88 LOYALTY-STATUS-POST-ERR     VALUE "94".
           88 LOYALTY-STATUS-BAD-OP       VALUE "95".
           88 LOYALTY-STATUS-IO-ERR       VALUE "99".

         05 LOYALTY-OUT.
           10 O-LY-CUSTOMER-ID            PIC 9(09).
      *    POINTS THIS CALL EARNED, REVERSED OR REDEEMED.
           10 O-LY-POINTS                 PIC 9(09).
      *    REDEEM: THE CASH CREDITED AND THE ACCOUNT'S NEW BALANCE.
           10 O-LY-CREDIT                 PIC 9(10)V99.
           10 O-LY-CURRENCY               PIC X(03).
           10 O-LY-NEW-ACC-BALANCE        PIC S9(10)V99.
      *    EVERY OPERATION: THE CUSTOMER'S POSITION AFTER THE CALL.
           10 O-LY-BALANCE                PIC S9(09).
           10 O-LY-EARNED                 PIC 9(09).
           10 O-LY-REVERSED               PIC 9(09).
           10 O-LY-REDEEMED               PIC 9(09).
           10 O-LY-EXPIRED                PIC 9(09).
      *    THE EARLIEST EXPIRY STILL TO COME AND HOW MANY POINTS IT
      *    TAKES (ZERO DATE = NOTHING LEFT TO EXPIRE).
           10 O-LY-NEXT-EXPIRY-DATE       PIC 9(08).
           10 O-LY-NEXT-EXPIRY-POINTS     PIC 9(09).
