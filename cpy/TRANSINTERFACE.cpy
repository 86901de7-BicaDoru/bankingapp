      *      DSAR ANONYMIZATION PATH.
             88 I-TRANS-OP-SCRUB               VALUE "SCRUB   ".
           10 I-TRANS-PAGE-NUMBER              PIC 9(05).
           10 I-TRANS-ACCOUNTID                PIC 9(09).
           10 I-TRANS-TRANS-TYPE               PIC X(10).
      *      CATALOG OF TRANSACTION TYPES ACCBO WILL ACCEPT ON A
      *      TRANS POST -- WITHDRAW/FEE DEBIT THE ACCOUNT, THE REST
      *      BY INTBATCH RIGHT BEHIND THE GROSS INTEREST CREDIT IT
      *      BELONGS TO (NEVER KEYED THROUGH THE DISPATCHER).
             88 I-TRANS-TYPE-TAX               VALUE "TAX       ".
      *      INTEREST CHARGED ON AN OVERDRAWN BALANCE -- A DEBIT,
      *      ACCRUED DAILY BY INTACCRUE AND POSTED BY INTBATCH AT
      *      MONTH-END (NEVER KEYED THROUGH THE DISPATCHER).
             88 I-TRANS-TYPE-DEBIT-INT         VALUE "DEBITINT  ".
           10 I-TRANS-AMMOUNT                  PIC 9(10)V99.
           10 I-TRANS-TIMESTAMP                PIC X(22).
           10 I-TRANS-ACCBALANCE               PIC S9(10)V99.
      *    FREE-TEXT ANNOTATION ON POST, OR AN OPTIONAL PARTIAL/
      *    FULL-TEXT SEARCH TERM AGAINST IT ON GETLIST -- SAME DUAL
      *    USE AS I-TRANS-TIMESTAMP ABOVE.
      *    POST MEANS THE TRANSACTION WAS SYSTEM-INITIATED (BATCH
      *    INTEREST, LOAN COLLECTION, CARD AUTH, ETC.) RATHER THAN
      *    PERSONALLY KEYED BY A TELLER.
           10 I-TRANS-ACTOR-BUSR-ID             PIC 9(09).
      *    FIRST-CLASS END-TO-END PAYMENT REFERENCE -- ASSIGNED AT
      *    ORIGINATION, STORED ON THE ROW ITSELF, AND ON GETLIST AN
      *    OPTIONAL EXACT-MATCH FILTER FOR DIRECT LOOKUP. WHAT
      *    BANK-WIDE BUSINESS DATE; EARLIER ONLY INSIDE THE
      *    AUTHORIZED BACKDATING WINDOW (SEE VALUEDATECONFIG).
           10 I-TRANS-VALUE-DATE                PIC 9(08).
      *    INTERNAL ACCOUNT (SEE INTACCCONFIG) THE BALANCING LEG OF
      *    THIS POSTING GOES TO, IN THE SAME UNIT OF WORK. ZERO LETS
      *    TRANSDB PICK IT FROM THE TYPE -- FEE, INTEREST, TAX AND
      *    DEBITINT ALWAYS GET ONE; ANY OTHER TYPE LEFT AT ZERO IS A
      *    MOVEMENT WHOSE OTHER SIDE IS OUTSIDE THE BOOK (CASH, THE
      *    CLEARING NETWORK) AND POSTS SINGLE-SIDED AS BEFORE.
           10 I-TRANS-CONTRA-ACCID              PIC 9(09).
      *    CONTINUATION KEY FOR KEYSET PAGING ON GETLIST -- PASS
      *    BACK O-TRANSDB-CONT-KEY FROM THE PREVIOUS PAGE AND THE
      *    NEXT PAGE STARTS RIGHT AFTER THAT ROW, INSTEAD OF THE
      *    DATABASE RE-SKIPPING EVERY EARLIER ROW AS IT DOES FOR
      *    I-TRANS-PAGE-NUMBER. ZERO/SPACES (THE FIRST PAGE, OR A
      *    SCREEN STILL PAGING BY NUMBER) MEANS PAGE-NUMBER PAGING.
           10 I-TRANS-CONT-KEY.
             15 I-TRANS-CONT-ID                 PIC 9(09).
             15 I-TRANS-CONT-TS                 PIC X(25).

         05 TRANSDB-STATUS                     PIC X(02).
           88 TRANSDB-STATUS-OK                VALUE "00".
         05 TRANSDB-OUT.
           10 O-TRANSDB-COUNT                  PIC 9(02).
           10 O-TRANSDB-ELEM                   OCCURS 50 TIMES.
             15 O-TRANS-ACCOUNTID              PIC 9(09).
             15 O-TRANS-TRANS-TYPE             PIC X(10).
             15 O-TRANS-AMMOUNT                PIC 9(10)V99.
             15 O-TRANS-TIMESTAMP              PIC X(25).
             15 O-TRANS-ID                     PIC 9(09).
             15 O-TRANS-ACCBALANCE             PIC S9(10)V99.
             15 O-TRANS-MEMO                   PIC X(40).
             15 O-TRANS-ACTOR-BUSR-ID          PIC 9(09).
             15 O-TRANS-PAYMENT-REF            PIC X(20).
             15 O-TRANS-VALUE-DATE             PIC 9(08).
      *      ACCOUNT ON THE OTHER SIDE OF A DOUBLE-ENTRY PAIR -- THE
      *      INTERNAL ACCOUNT ON A CUSTOMER ROW, THE CUSTOMER ACCOUNT
      *      ON AN INTERNAL ROW, ZERO ON A SINGLE-SIDED ROW.
             15 O-TRANS-CONTRA-ACCID           PIC 9(09).
      *    CONTINUATION KEY OF THE PAGE JUST RETURNED BY GETLIST --
      *    THE ID AND TIMESTAMP OF ITS LAST ROW (ZERO/SPACES ON AN
      *    EMPTY PAGE). KEPT OUTSIDE TRANSDB-OUT SO THE PAGE IMAGE
      *    CALLERS COPY AROUND KEEPS ITS SIZE.
         05 O-TRANSDB-CONT-KEY.
           10 O-TRANSDB-CONT-ID                PIC 9(09).
           10 O-TRANSDB-CONT-TS                PIC X(25).
