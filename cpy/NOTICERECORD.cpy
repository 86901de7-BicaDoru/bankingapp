      *> RECORD LAYOUT FOR THE INDEXED WITHDRAWAL NOTICE REGISTER
      *> (files/notices.dat), ONE ROW PER NOTICE FILED ON A NOTICE
      *> SAVINGS ACCOUNT ("N32"/"N95" PRODUCT), KEYED ON ACCOUNT +
      *> SEQUENCE SO AN ACCOUNT'S NOTICES BROWSE IN FILING ORDER.
      *> ONLY THE NOTICED AMOUNT MAY BE WITHDRAWN, AND ONLY BETWEEN
      *> NT-EXPIRY-DATE AND NT-WINDOW-END-DATE (SEE NOTICECONFIG).
      *> READ AND WRITTEN THROUGH NOTICE.cbl ONLY.
       01  NOTICE-RECORD.
           05 NT-KEY.
             10 NT-ACCOUNT-ID          PIC 9(09).
             10 NT-SEQ                 PIC 9(03).
           05 NT-AMOUNT                PIC 9(10)V99.
      *    HOW MUCH OF NT-AMOUNT HAS ALREADY BEEN WITHDRAWN.
           05 NT-USED-AMOUNT           PIC 9(10)V99.
           05 NT-FILED-DATE            PIC 9(08).
           05 NT-EXPIRY-DATE           PIC 9(08).
           05 NT-WINDOW-END-DATE       PIC 9(08).
           05 NT-STATUS                PIC X(01).
             88 NT-IS-OPEN             VALUE "O".
      *      FULLY WITHDRAWN.
             88 NT-IS-USED             VALUE "U".
             88 NT-IS-CANCELLED        VALUE "C".
      *      WINDOW PASSED WITH PART OF THE AMOUNT STILL UNUSED.
             88 NT-IS-LAPSED           VALUE "L".
      *    BANKUSERID WHO FILED IT -- THE CUSTOMER OR THE TELLER.
           05 NT-FILED-BY              PIC 9(09).
           05 NT-CLOSED-DATE           PIC 9(08).
           05 FILLER                   PIC X(20).
