      *  file ends with a control-total line (count and amount read,
      *  posted, rejected, skipped) proving the file was applied
      *  exactly once.
      *  A credit addressed to one of a business customer's virtual
      *  IBANs (see VIBANRECORD) posts to the parent account, with
      *  the virtual IBAN stamped on the transaction memo, and is
      *  entered on the collections ledger files/vibancoll.dat that
      *  VIBANRPT turns into the client's per-virtual-account
      *  collection report and reconciliation file. A virtual IBAN
      *  only collects -- a debit addressed to one is rejected.
      *  An entry in a currency other than the account's own posts to
      *  the account's pocket in that currency when it holds one (see
      *  POCKET) instead of being rejected as a currency mismatch; a
      *  pocket debit may be topped up from the account's own balance
      *  when the pocket has automatic conversion switched on.
      *  A credit posted from an originator IBAN outside our own
      *  country is appended to files/inwardorigin.dat, the
      *  incoming-payment evidence TAXINDICIA checks against the
      *  customer's tax residency self-certification.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBK-KEY
           FILE STATUS IS WS-DBK-FILE-STATUS.

           SELECT VIBAN-FILE ASSIGN TO "files/vibans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VI-IBAN
           FILE STATUS IS WS-VI-FILE-STATUS.

           SELECT VIBAN-COLL-FILE ASSIGN TO "files/vibancoll.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VC-KEY
           FILE STATUS IS WS-VC-FILE-STATUS.

           SELECT INWARD-ORIGIN-FILE ASSIGN TO "files/inwardorigin.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
           05 AP-REFERENCE              PIC X(20).
           05 AP-IBAN                   PIC X(30).
           05 AP-DIRECTION              PIC X(01).
           05 AP-AMOUNT                 PIC 9(10)V99.
           05 AP-POSTED-TS              PIC X(22).

       FD  SUSPENSE-FILE.

       FD  DEBIT-BLOCK-FILE.
       COPY DEBITBLOCKRECORD.

       FD  VIBAN-FILE.
       COPY VIBANRECORD.

       FD  VIBAN-COLL-FILE.
       COPY VIBANCOLLRECORD.

       FD  INWARD-ORIGIN-FILE.
       COPY INWARDORIGINRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".
         88 PGNAME-POCKET               VALUE "POCKET              ".

       01 CONSTANTS.
      *    DESIGNATED SUSPENSE ACCOUNT FOR UNMATCHED CREDITS.
         COPY SUSPENSECONFIG.
      *    HOME COUNTRY -- A CREDIT FROM ANY OTHER IS LOGGED.
         COPY TAXRESCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-SUSPENSE-FILE-STATUS     PIC XX VALUE SPACES.
         05 WS-LOAN-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-LN-MONTHLY-RATE          PIC 9V9(6) VALUE 0.
         05 WS-LN-INTEREST-PORTION      PIC 9(10)V99.
         05 WS-LN-PRINCIPAL-PORTION     PIC 9(10)V99.
         05 WS-LN-SERIAL                PIC 9(10).
      *    WHAT THE PAYMENT ACTUALLY SETTLED, FOR THE LOAN SUB-LEDGER
      *    (SEE F-POST-LOAN-REPAYMENT).
         05 WS-LN-INTEREST-APPLIED      PIC 9(10)V99.
         05 WS-LN-PRINCIPAL-APPLIED     PIC 9(10)V99.
         05 WS-SQ-NEXT-ID               PIC 9(05).
         05 WS-SUSP-TODAY-RAW           PIC 9(08).
         05 FG-MORE-SQ-ROWS             PIC X VALUE 'Y'.
         05 WS-RPT-DATE-RAW             PIC 9(08).
         05 WS-CTL-AMT-EDITED           PIC ZZZZZZZZZZZ9.99.

         05 WS-BF-ACCOUNTID             PIC 9(09).
         05 WS-BF-CUSTOMERID            PIC 9(09).
         05 WS-BF-BALANCE               PIC 9(10)V99.
         05 WS-BF-CURRENCY               PIC X(03).
         05 WS-BF-NEW-BALANCE           PIC 9(10)V99.
         05 WS-AMOUNT-EDITED             PIC ZZZZZZZZZ9.99.
         05 WS-REJECT-REASON            PIC X(40).
      *  DEBIT-CONTROL REGISTRY LOOKUP (F-CHECK-DEBIT-BLOCK)
         05 WS-DBK-FILE-STATUS          PIC XX VALUE SPACES.
         05 FG-MORE-DBK-ROWS            PIC X(01).
           88 FG-MORE-DBK-ROWS-Y        VALUE "Y".
           88 FG-MORE-DBK-ROWS-N        VALUE "N".
      *  VIRTUAL IBAN RESOLUTION (F-RESOLVE-VIRTUAL-IBAN)
         05 WS-VI-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-VC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-VI-TAG-TYPE              PIC X(01).
         05 WS-VI-TAG                   PIC X(35).
         05 WS-ENTRIES-VIRTUAL          PIC 9(07) VALUE 0.
         05 WS-AMOUNT-VIRTUAL           PIC 9(12)V99 VALUE 0.
         05 FG-VIRTUAL-IBAN             PIC X(01).
           88 FG-VIRTUAL-IBAN-Y         VALUE "Y".
           88 FG-VIRTUAL-IBAN-N         VALUE "N".
      *  CURRENCY POCKET POSTING (F-POST-POCKET-ENTRY)
         05 WS-ENTRIES-POCKET           PIC 9(07) VALUE 0.
         05 WS-AMOUNT-POCKET            PIC 9(12)V99 VALUE 0.
         05 WS-PKT-BALANCE-EDITED       PIC -ZZZZZZZZZ9.99.
         05 FG-POCKET-ENTRY             PIC X(01).
           88 FG-POCKET-ENTRY-Y         VALUE "Y".
           88 FG-POCKET-ENTRY-N         VALUE "N".
      *  FOREIGN-ORIGIN CREDIT LOG (F-RECORD-INWARD-ORIGIN)
         05 WS-IO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-IO-TODAY-RAW             PIC 9(08).

       01 LOCK-VARS.
      *    LOAN PAYMENTS REWRITE loans.dat, WHICH LOANORD/LOANRUN/
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY LOANLEDGERINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY POCKETINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
       F-PROCESS-ENTRY SECTION.
           SET FG-ENTRY-OK-Y               TO TRUE
           SET FG-VIRTUAL-IBAN-N           TO TRUE
           SET FG-POCKET-ENTRY-N           TO TRUE
           MOVE SPACES                     TO WS-REJECT-REASON
           ADD ACH-AMOUNT                  TO WS-AMOUNT-READ

           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

      *    NOT AN ACCOUNT'S OWN IBAN -- IT MAY BE ONE OF A BUSINESS
      *    CUSTOMER'S VIRTUAL IBANS, WHICH LANDS ON THE PARENT.
           IF NOT ACCDB-STATUS-OK
             PERFORM F-RESOLVE-VIRTUAL-IBAN
           END-IF

           IF ACCDB-STATUS-OK
             MOVE O-ACC-ACCOUNTID(1)       TO WS-BF-ACCOUNTID
             MOVE O-ACC-CUSTOMERID(1)      TO WS-BF-CUSTOMERID
             MOVE O-ACC-BALANCE(1)         TO WS-BF-BALANCE
             MOVE O-ACC-CURRENCY(1)        TO WS-BF-CURRENCY
           ELSE
             MOVE "ACCOUNT NOT FOUND"      TO WS-REJECT-REASON
           END-IF

      *    NO FX ON THE ENTRY ITSELF -- IT MUST BE IN THE ACCOUNT'S
      *    OWN CURRENCY OR IN ONE OF THE CURRENCY POCKETS IT HOLDS.
           IF FG-ENTRY-OK-Y
             IF ACH-CURRENCY NOT = WS-BF-CURRENCY
               PERFORM F-CHECK-HELD-POCKET
               IF FG-POCKET-ENTRY-N
                 SET FG-ENTRY-OK-N         TO TRUE
                 MOVE "CURRENCY MISMATCH"  TO WS-REJECT-REASON
               END-IF
             END-IF
           END-IF

      *    A VIRTUAL IBAN IS A COLLECTION ADDRESS ONLY.
           IF FG-ENTRY-OK-Y AND FG-VIRTUAL-IBAN-Y
           AND NOT ACH-DIRECTION-CREDIT
             SET FG-ENTRY-OK-N             TO TRUE
             MOVE "VIRTUAL IBAN ACCEPTS CREDITS ONLY"
                                           TO WS-REJECT-REASON
           END-IF

      *    THE CUSTOMER'S OWN STOP ORDERS COME BEFORE ANY FUNDS
      *    QUESTION -- A BLOCKED ORIGINATOR IS BLOCKED EVEN WHEN THE
      *    MONEY IS THERE.
             END-IF
           END-IF

      *    A POCKET DEBIT IS FUNDS-CHECKED BY POCKET ITSELF BELOW.
           IF FG-ENTRY-OK-Y AND ACH-DIRECTION-DEBIT
           AND FG-POCKET-ENTRY-N
             IF ACH-AMOUNT > WS-BF-BALANCE
               SET FG-ENTRY-OK-N           TO TRUE
               MOVE "INSUFFICIENT FUNDS"   TO WS-REJECT-REASON
             MOVE "INVALID DIRECTION"      TO WS-REJECT-REASON
           END-IF

      *    POCKET MAY STILL REFUSE A POCKET DEBIT (SHORT, OR NO RATE
      *    FOR THE AUTOMATIC TOP-UP) -- SO IT POSTS BEFORE THE TALLY.
           IF FG-ENTRY-OK-Y AND FG-POCKET-ENTRY-Y
             PERFORM F-POST-POCKET-ENTRY
           END-IF

           IF FG-ENTRY-OK-Y
             IF FG-POCKET-ENTRY-Y
               ADD 1                       TO WS-ENTRIES-POCKET
               ADD ACH-AMOUNT              TO WS-AMOUNT-POCKET
             ELSE
               PERFORM F-POST-ENTRY
             END-IF
             ADD 1                         TO WS-ENTRIES-POSTED
             ADD ACH-AMOUNT                TO WS-AMOUNT-POSTED
             PERFORM F-RECORD-PROCESSED-REFERENCE
             IF FG-VIRTUAL-IBAN-Y
               ADD 1                       TO WS-ENTRIES-VIRTUAL
               ADD ACH-AMOUNT              TO WS-AMOUNT-VIRTUAL
               PERFORM F-RECORD-VIRTUAL-COLLECTION
             END-IF
             IF ACH-DIRECTION-CREDIT
             AND ACH-ORIG-IBAN NOT = SPACES
             AND ACH-ORIG-IBAN(1:2) NOT = K-TAX-HOME-COUNTRY
               PERFORM F-RECORD-INWARD-ORIGIN
             END-IF
           ELSE
             ADD 1                         TO WS-ENTRIES-REJECTED
             ADD ACH-AMOUNT                TO WS-AMOUNT-REJECTED
      *    DIRECTLY AND THE MEMO IS A HUMAN NOTE AGAIN.
           MOVE ACH-REFERENCE               TO I-TRANS-PAYMENT-REF
           MOVE "ACH NETWORK ENTRY"         TO I-TRANS-MEMO
      *    A COLLECTION THROUGH A VIRTUAL IBAN SAYS WHICH ONE ON THE
      *    PARENT ACCOUNT'S OWN TRANSACTION.
           IF FG-VIRTUAL-IBAN-Y
             MOVE SPACES                    TO I-TRANS-MEMO
             STRING "VIBAN " ACH-IBAN
               DELIMITED BY SIZE INTO I-TRANS-MEMO
             END-STRING
           END-IF

           SET PGNAME-TRANSDB               TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
             END-STRING
           END-IF
           WRITE ACH-RESULTS-LINE

      *    SO DOES A POCKET'S.
           IF FG-ENTRY-OK-Y AND FG-POCKET-ENTRY-Y
             MOVE O-PKT-BALANCE             TO WS-PKT-BALANCE-EDITED
             MOVE SPACES                    TO ACH-RESULTS-LINE
             STRING
               "        ", ACH-CURRENCY, " POCKET OF ACCOUNT ",
               WS-BF-ACCOUNTID, " BALANCE=",
               FUNCTION TRIM(WS-PKT-BALANCE-EDITED)
               INTO ACH-RESULTS-LINE
             END-STRING
             WRITE ACH-RESULTS-LINE
           END-IF

      *    A VIRTUAL IBAN'S LINE SAYS WHERE THE MONEY WENT.
           IF FG-ENTRY-OK-Y AND FG-VIRTUAL-IBAN-Y
             MOVE SPACES                    TO ACH-RESULTS-LINE
             STRING
               "        VIRTUAL IBAN OF ACCOUNT ", WS-BF-ACCOUNTID,
               " TAG=", WS-VI-TAG-TYPE, " ", WS-VI-TAG
               INTO ACH-RESULTS-LINE
             END-STRING
             WRITE ACH-RESULTS-LINE
           END-IF
           .
       F-WRITE-RESULT-LINE-END.
           EXIT.
      *    LOANRUN'S COLLECTION DOES -- THE INTEREST PORTION FIRST
      *    (REMAINING PRINCIPAL TIMES THE MONTHLY RATE), THE REST
      *    REDUCES LN-REMAINING-PRINCIPAL, AND A FULL INSTALLMENT
      *    ADVANCES LN-NEXT-DUE-DATE ONE STEP OF THE LOAN'S CALENDAR
      *    RULE THROUGH SCHEDDATE, AS LOANRUN DOES. A PARTIAL
      *    PAYMENT REDUCES PRINCIPAL BUT LEAVES THE DUE DATE, AND IS
      *    FLAGGED AS PARTIAL IN THE RESULTS FILE.
      *    THE SAME "LOANS" WRITER LOCK LOANORD/LOANRUN/ACHOUT
             MOVE "LOAN NOT PAYABLE"       TO WS-REJECT-REASON
           END-IF

      *    A WRITTEN-OFF LOAN HAS NO PRINCIPAL LEFT TO PAY DOWN --
      *    MONEY FOR IT IS A RECOVERY, BOOKED THROUGH LOANCHGOFF.
           IF FG-ENTRY-OK-Y
           AND LN-IS-CHARGED-OFF
             SET FG-ENTRY-OK-N             TO TRUE
             MOVE "LOAN CHARGED OFF"       TO WS-REJECT-REASON
           END-IF

           IF FG-ENTRY-OK-Y
           AND ACH-CURRENCY NOT = LN-CURRENCY
             SET FG-ENTRY-OK-N             TO TRUE
                   LN-REMAINING-PRINCIPAL * WS-LN-MONTHLY-RATE
           IF WS-LN-INTEREST-PORTION > ACH-AMOUNT
             MOVE 0                        TO WS-LN-PRINCIPAL-PORTION
             MOVE ACH-AMOUNT               TO WS-LN-INTEREST-APPLIED
           ELSE
             COMPUTE WS-LN-PRINCIPAL-PORTION =
                     ACH-AMOUNT - WS-LN-INTEREST-PORTION
             MOVE WS-LN-INTEREST-PORTION   TO WS-LN-INTEREST-APPLIED
           END-IF

           IF WS-LN-PRINCIPAL-PORTION >= LN-REMAINING-PRINCIPAL
             MOVE LN-REMAINING-PRINCIPAL   TO WS-LN-PRINCIPAL-APPLIED
             MOVE 0                        TO LN-REMAINING-PRINCIPAL
      *      A STAGED LOAN IN DRAWDOWN STILL HAS TRANCHES TO COME.
             IF NOT LN-DISBURSE-STAGED
               SET LN-IS-PAID-OFF          TO TRUE
             END-IF
           ELSE
             MOVE WS-LN-PRINCIPAL-PORTION  TO WS-LN-PRINCIPAL-APPLIED
             SUBTRACT WS-LN-PRINCIPAL-PORTION
                     FROM LN-REMAINING-PRINCIPAL
           END-IF

           IF ACH-AMOUNT >= LN-MONTHLY-PAYMENT
           AND LN-IS-ACTIVE
             INITIALIZE SCHEDDATE-INTERFACE
             SET I-SD-OP-ADVANCE           TO TRUE
             SET I-SD-ENTITY-LOAN          TO TRUE
             MOVE LN-ID                    TO I-SD-ENTITY-ID
             SET I-SD-RULE-MONTH-DAY       TO TRUE
             MOVE 1                        TO I-SD-INTERVAL
             MOVE LN-NEXT-DUE-DATE         TO I-SD-DATE
             SET PGNAME-SCHEDDATE          TO TRUE
             CALL PROGNAME USING SCHEDDATE-INTERFACE
             IF SCHEDDATE-STATUS-OK
               MOVE O-SD-DATE              TO LN-NEXT-DUE-DATE
             ELSE
               COMPUTE WS-LN-SERIAL =
                       FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE) + 30
               COMPUTE LN-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-LN-SERIAL)
             END-IF
           END-IF

           REWRITE LOAN-RECORD
           PERFORM F-POST-LOAN-REPAYMENT
           CLOSE LOANS-FILE
           PERFORM F-RELEASE-FILE-LOCK

           .
       F-APPLY-LOAN-PAYMENT-END.
           EXIT.
      ******************************************************************
       F-POST-LOAN-REPAYMENT SECTION.
      *    THE PAYMENT GOES ON THE LOAN SUB-LEDGER AS IT WAS SETTLED
      *    ABOVE. IT NEVER TOUCHED A CUSTOMER ACCOUNT, SO THE ROW ASKS
      *    FOR THE CASH SIDE TOO (SEE LOANLEDGER).
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-REPAYMENT        TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE WS-LN-PRINCIPAL-APPLIED    TO I-LL-PRINCIPAL
           MOVE WS-LN-INTEREST-APPLIED     TO I-LL-INTEREST
           COMPUTE I-LL-OPEN-BALANCE =
                   LN-REMAINING-PRINCIPAL + WS-LN-PRINCIPAL-APPLIED
           MOVE "Y"                        TO I-LL-CASH-LEG
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           .
       F-POST-LOAN-REPAYMENT-END.
           EXIT.
      ******************************************************************
       F-POST-TO-SUSPENSE SECTION.
      *    CREDIT THE DESIGNATED SUSPENSE ACCOUNT AND WRITE THE
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE K-ACH-SUSPENSE-ACCID       TO I-ACC-ACCOUNTID
           SET I-ACC-PROD-INTERNAL         TO TRUE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             INTO ACH-RESULTS-LINE
           END-STRING
           WRITE ACH-RESULTS-LINE

      *    OF THE POSTED LINE ABOVE -- NOT A FURTHER BUCKET.
           MOVE WS-AMOUNT-VIRTUAL           TO WS-CTL-AMT-EDITED
           STRING
             "  OF WHICH VIRTUAL IBAN : ",
             FUNCTION TRIM(WS-ENTRIES-VIRTUAL),
             " ENTRIES / ",
             FUNCTION TRIM(WS-CTL-AMT-EDITED)
             INTO ACH-RESULTS-LINE
           END-STRING
           WRITE ACH-RESULTS-LINE

           MOVE WS-AMOUNT-POCKET            TO WS-CTL-AMT-EDITED
           STRING
             "  OF WHICH CCY POCKET   : ",
             FUNCTION TRIM(WS-ENTRIES-POCKET),
             " ENTRIES / ",
             FUNCTION TRIM(WS-CTL-AMT-EDITED)
             INTO ACH-RESULTS-LINE
           END-STRING
           WRITE ACH-RESULTS-LINE
           .
       F-WRITE-CONTROL-TOTALS-END.
           EXIT.
      ******************************************************************
       F-RESOLVE-VIRTUAL-IBAN SECTION.
      *    LOOKS ACH-IBAN UP ON THE VIRTUAL IBAN REGISTER. AN OPEN ONE
      *    LEAVES ACCDB-INTERFACE HOLDING ITS PARENT ACCOUNT, EXACTLY
      *    AS IF THE PARENT'S OWN IBAN HAD BEEN LOOKED UP; A CLOSED OR
      *    UNKNOWN ONE LEAVES THE LOOKUP FAILED.
           OPEN INPUT VIBAN-FILE
           IF WS-VI-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE ACH-IBAN                   TO VI-IBAN
           READ VIBAN-FILE
             INVALID KEY
               MOVE SPACES                 TO VI-STATUS
           END-READ
           CLOSE VIBAN-FILE
           IF NOT VI-IS-ACTIVE
             EXIT SECTION
           END-IF
           MOVE VI-TAG-TYPE                TO WS-VI-TAG-TYPE
           MOVE VI-TAG                     TO WS-VI-TAG

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE VI-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF ACCDB-STATUS-OK
             SET FG-VIRTUAL-IBAN-Y         TO TRUE
           END-IF
           .
       F-RESOLVE-VIRTUAL-IBAN-END.
           EXIT.
      ******************************************************************
       F-CHECK-HELD-POCKET SECTION.
      *    DOES THE ACCOUNT HOLD AN OPEN POCKET IN THE ENTRY'S
      *    CURRENCY?
           SET FG-POCKET-ENTRY-N            TO TRUE
           INITIALIZE POCKET-INTERFACE
           SET I-PKT-OP-GETITEM             TO TRUE
           MOVE WS-BF-ACCOUNTID             TO I-PKT-ACCOUNTID
           MOVE ACH-CURRENCY                TO I-PKT-CURRENCY
           SET PGNAME-POCKET                TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE
           IF POCKET-STATUS-OK AND O-PKT-STATUS = "A"
             SET FG-POCKET-ENTRY-Y          TO TRUE
           END-IF
           .
       F-CHECK-HELD-POCKET-END.
           EXIT.
      ******************************************************************
       F-POST-POCKET-ENTRY SECTION.
           INITIALIZE POCKET-INTERFACE
           IF ACH-DIRECTION-CREDIT
             SET I-PKT-OP-CREDIT            TO TRUE
           ELSE
             SET I-PKT-OP-DEBIT             TO TRUE
           END-IF
           MOVE WS-BF-ACCOUNTID             TO I-PKT-ACCOUNTID
           MOVE ACH-CURRENCY                TO I-PKT-CURRENCY
           MOVE ACH-AMOUNT                  TO I-PKT-AMOUNT
           MOVE ACH-REFERENCE               TO I-PKT-REFERENCE
           MOVE "ACH NETWORK ENTRY"         TO I-PKT-MEMO
           IF FG-VIRTUAL-IBAN-Y
             MOVE SPACES                    TO I-PKT-MEMO
             STRING "VIBAN " ACH-IBAN
               DELIMITED BY SIZE INTO I-PKT-MEMO
             END-STRING
           END-IF
           MOVE 0                           TO I-PKT-ACTOR-BUSR-ID
           SET PGNAME-POCKET                TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE

           EVALUATE TRUE
             WHEN POCKET-STATUS-OK
               CONTINUE
             WHEN POCKET-STATUS-NSF
               SET FG-ENTRY-OK-N            TO TRUE
               MOVE "INSUFFICIENT FUNDS"    TO WS-REJECT-REASON
             WHEN POCKET-STATUS-NO-RATE
               SET FG-ENTRY-OK-N            TO TRUE
               MOVE "NO FX RATE FOR POCKET TOP-UP"
                                            TO WS-REJECT-REASON
             WHEN OTHER
               SET FG-ENTRY-OK-N            TO TRUE
               MOVE "POCKET POSTING FAILED" TO WS-REJECT-REASON
           END-EVALUATE
           .
       F-POST-POCKET-ENTRY-END.
           EXIT.
      ******************************************************************
       F-RECORD-VIRTUAL-COLLECTION SECTION.
      *    ONE LEDGER ROW PER COLLECTION FOR VIBANRPT. THE REFERENCE
      *    IS ALREADY UNIQUE ON THE PROCESSED REGISTRY, SO THE KEY IS.
           OPEN I-O VIBAN-COLL-FILE
           IF WS-VC-FILE-STATUS = "35"
             OPEN OUTPUT VIBAN-COLL-FILE
             CLOSE VIBAN-COLL-FILE
             OPEN I-O VIBAN-COLL-FILE
           END-IF

           MOVE SPACES                     TO VIBAN-COLL-RECORD
           MOVE WS-BF-ACCOUNTID            TO VC-ACCOUNT-ID
           MOVE ACH-IBAN                   TO VC-VIBAN
           MOVE WS-DATE-RAW                TO VC-POST-DATE
           MOVE ACH-REFERENCE              TO VC-REFERENCE
           MOVE ACH-AMOUNT                 TO VC-AMOUNT
           MOVE ACH-CURRENCY               TO VC-CURRENCY
           MOVE WS-VI-TAG-TYPE             TO VC-TAG-TYPE
           MOVE WS-VI-TAG                  TO VC-TAG
           MOVE WS-TIMESTAMP               TO VC-POSTED-TS
           MOVE 0                          TO VC-REPORTED-DATE
           WRITE VIBAN-COLL-RECORD
             INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE VIBAN-COLL-FILE
           .
       F-RECORD-VIRTUAL-COLLECTION-END.
           EXIT.
      ******************************************************************
       F-RECORD-INWARD-ORIGIN SECTION.
      *    MONEY ARRIVING FROM A FOREIGN ACCOUNT IS AN INDICIUM OF
      *    FOREIGN TAX RESIDENCE FOR THE ACCOUNT'S OWNER -- LOGGED
      *    HERE, WEIGHED AGAINST THE SELF-CERTIFICATION BY TAXINDICIA.
           OPEN EXTEND INWARD-ORIGIN-FILE
           IF WS-IO-FILE-STATUS = "35"
             OPEN OUTPUT INWARD-ORIGIN-FILE
           END-IF
           IF WS-IO-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           ACCEPT WS-IO-TODAY-RAW FROM DATE YYYYMMDD
           INITIALIZE INWARD-ORIGIN-RECORD
           MOVE WS-IO-TODAY-RAW            TO IO-POST-DATE
           MOVE WS-BF-CUSTOMERID           TO IO-CUSTOMER-ID
           MOVE WS-BF-ACCOUNTID            TO IO-ACCOUNT-ID
           MOVE ACH-ORIG-IBAN(1:2)         TO IO-COUNTRY
           MOVE ACH-ORIG-IBAN              TO IO-ORIG-IBAN
           MOVE ACH-AMOUNT                 TO IO-AMOUNT
           MOVE ACH-CURRENCY               TO IO-CURRENCY
           MOVE ACH-REFERENCE              TO IO-REFERENCE
           WRITE INWARD-ORIGIN-RECORD
           CLOSE INWARD-ORIGIN-FILE
           .
       F-RECORD-INWARD-ORIGIN-END.
           EXIT.
      ******************************************************************
       F-CHECK-DEBIT-BLOCK SECTION.
      *    THE CUSTOMER'S DEBIT-CONTROL REGISTRY (MAINTAINED THROUGH
