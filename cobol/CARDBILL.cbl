      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CARDBILL.
      ******************************************************************
      *  Credit card billing cycle batch. Run standalone each night
      *  (no dispatcher/permission layer, same as CARDHOLDEXP). Walks
      *  every active credit line in files/cardcredit.dat card by card
      *  (one line per credit card, see CARDCREDIT) and, for each:
      *    - AUTO-PAY: once the due date of the last statement is
      *      reached, a line set to auto-pay (CCL-AUTOPAY M or F)
      *      has the minimum or the full statement balance -- less
      *      whatever was already repaid since -- taken from the
      *      linked account, posted the same way CARDCREDIT's PAY
      *      posts a hand-keyed repayment. A linked account that
      *      cannot cover it is reported DECLINED and left to the
      *      cardholder; it is tried only once per statement.
      *    - STATEMENT: once CCL-NEXT-STMT-DATE is reached, interest
      *      at K-CARD-APR-PCT / 12 is charged on the part of the
      *      previous statement balance not repaid (a statement
      *      cleared in full is interest-free), every ledger row not
      *      yet billed is listed and stamped with the statement
      *      date, and the new balance, minimum payment and due date
      *      are set on the line. The next statement falls one
      *      calendar month later.
      *  Every statement goes to the night's own file,
      *  files/reports/CARD_STATEMENTS_<yyyymmdd>.txt, registered on
      *  REPORTREG, so earlier nights' statements are kept.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CREDIT-FILE ASSIGN TO "files/cardcredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCL-CARD-ID
           FILE STATUS IS WS-CREDIT-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "files/cardtxn.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT STMT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CREDIT-FILE.
       COPY CARDCREDITRECORD.

       FD  LEDGER-FILE.
       COPY CARDTXNRECORD.

       FD  STMT-OUTPUT.
       01  STMT-LINE                    PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CARDBILL            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".

       01 CONSTANTS.
         COPY CARDCREDITCONFIG.

       01 INTERNAL-VARS.
         05 WS-CREDIT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-LEDGER-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).

         05 WS-LINES-CHECKED            PIC 9(07) VALUE 0.
         05 WS-STATEMENTS-CUT           PIC 9(07) VALUE 0.
         05 WS-AUTOPAYS-TAKEN           PIC 9(07) VALUE 0.
         05 WS-AUTOPAYS-DECLINED        PIC 9(07) VALUE 0.
         05 WS-LEDGER-ERRORS            PIC 9(07) VALUE 0.

         05 WS-PAY-AMOUNT               PIC S9(10)V99.
         05 WS-NEW-ACC-BALANCE          PIC S9(10)V99.
         05 WS-CARRIED-BALANCE          PIC S9(10)V99.
         05 WS-INTEREST                 PIC 9(10)V99.
         05 WS-PREV-BALANCE             PIC 9(10)V99.
         05 WS-SUM-PURCHASES            PIC 9(10)V99.
         05 WS-SUM-PAYMENTS             PIC 9(10)V99.
         05 WS-SUM-INTEREST             PIC 9(10)V99.
         05 WS-SUM-CREDITS              PIC 9(10)V99.
         05 WS-MIN-DUE                  PIC 9(10)V99.
         05 WS-TXN-LABEL                PIC X(09).

         05 WS-CYCLE-DATE-RAW           PIC 9(08).
         05 WS-CYCLE-DATE REDEFINES WS-CYCLE-DATE-RAW.
           10 WS-CYCLE-YYYY             PIC 9(04).
           10 WS-CYCLE-MM               PIC 9(02).
           10 WS-CYCLE-DD               PIC 9(02).

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY.
             15 WS-DATE-CC              PIC X(02).
             15 WS-DATE-YY              PIC X(02).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TIMESTAMP.
           10 T-DATE.
             15 T-YEAR                  PIC X(04).
             15 T-L1                    PIC X(01) VALUE "-".
             15 T-MONTH                 PIC X(02).
             15 T-L2                    PIC X(01) VALUE "-".
             15 T-DAY                   PIC X(02).
           10 T-L3                      PIC X(01) VALUE " ".
           10 T-TIME.
             15 T-HOUR                  PIC X(02).
             15 T-L4                    PIC X(01) VALUE ":".
             15 T-MIN                   PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).
             15 T-ZONE                  PIC X(03) VALUE "+00".

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-TXNS                PIC X VALUE 'Y'.
           88 FG-MORE-TXNS-Y            VALUE 'Y'.
           88 FG-MORE-TXNS-N            VALUE 'N'.
         05 FG-PAY-OK                   PIC X VALUE 'Y'.
           88 FG-PAY-OK-Y               VALUE 'Y'.
           88 FG-PAY-OK-N               VALUE 'N'.
         05 FG-LEDGER-ERR               PIC X VALUE 'N'.
           88 FG-LEDGER-ERR-Y           VALUE 'Y'.
           88 FG-LEDGER-ERR-N           VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-BATCH
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CARD BILLING CYCLE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD

           MOVE SPACES                    TO WS-REPORT-FILENAME
           STRING "files/reports/CARD_STATEMENTS_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT STMT-OUTPUT
           MOVE "===== CREDIT CARD STATEMENTS ====="
                                           TO STMT-LINE
           WRITE STMT-LINE

      *    FIRST EVER RUN BEFORE ANY CREDIT CARD WAS ISSUED -- CREATE
      *    THE FILES EMPTY (SAME BOOTSTRAP AS LOANRUN'S F-OPEN-FILE).
           OPEN I-O CREDIT-FILE
           IF WS-CREDIT-FILE-STATUS = "35"
             OPEN OUTPUT CREDIT-FILE
             CLOSE CREDIT-FILE
             OPEN I-O CREDIT-FILE
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
             CLOSE LEDGER-FILE
             OPEN I-O LEDGER-FILE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE CREDIT-FILE
           CLOSE LEDGER-FILE

           IF FG-LEDGER-ERR-Y
             MOVE SPACES                  TO STMT-LINE
             WRITE STMT-LINE
             MOVE "*** LEDGER ROWS NOT WRITTEN -- SEE LEDGER WRITE "
               & "FAILED LINES ABOVE ***"  TO STMT-LINE
             WRITE STMT-LINE
           END-IF

           MOVE SPACES                    TO STMT-LINE
           STRING
             "LINES CHECKED: ",
             FUNCTION TRIM(WS-LINES-CHECKED),
             " | STATEMENTS: ",
             FUNCTION TRIM(WS-STATEMENTS-CUT),
             " | AUTOPAYS TAKEN: ",
             FUNCTION TRIM(WS-AUTOPAYS-TAKEN),
             " | AUTOPAYS DECLINED: ",
             FUNCTION TRIM(WS-AUTOPAYS-DECLINED),
             " | LEDGER ERRORS: ",
             FUNCTION TRIM(WS-LEDGER-ERRORS)
             INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           CLOSE STMT-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-STATEMENTS-CUT          TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE STMT-LINE                 TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
           MOVE LOW-VALUES                 TO CCL-CARD-ID
           START CREDIT-FILE KEY IS NOT LESS THAN CCL-CARD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CREDIT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CCL-STATUS-ACTIVE
                   ADD 1                   TO WS-LINES-CHECKED
                   PERFORM F-PROCESS-LINE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-LINE SECTION.
      *    AUTO-PAY FIRST -- IT SETTLES THE STATEMENT ALREADY OUT, SO
      *    IT MUST COUNT AS PAID BEFORE A NEW STATEMENT DECIDES WHAT
      *    WAS CARRIED OVER.
           IF NOT CCL-AUTOPAY-NONE AND CCL-AUTOPAY-TAKEN-N
           AND CCL-DUE-DATE NOT = 0 AND WS-TODAY-RAW >= CCL-DUE-DATE
             PERFORM F-TAKE-AUTOPAY
           END-IF

           IF WS-TODAY-RAW >= CCL-NEXT-STMT-DATE
             PERFORM F-CUT-STATEMENT
           END-IF

           REWRITE CARD-CREDIT-RECORD
           .
       F-PROCESS-LINE-END.
           EXIT.
      ******************************************************************
       F-TAKE-AUTOPAY SECTION.
           SET CCL-AUTOPAY-TAKEN-Y         TO TRUE

           IF CCL-AUTOPAY-FULL
             COMPUTE WS-PAY-AMOUNT =
                     CCL-STMT-BALANCE - CCL-PAID-SINCE-STMT
           ELSE
             COMPUTE WS-PAY-AMOUNT =
                     CCL-MIN-DUE - CCL-PAID-SINCE-STMT
           END-IF
           IF WS-PAY-AMOUNT > CCL-BALANCE
             MOVE CCL-BALANCE              TO WS-PAY-AMOUNT
           END-IF
      *    ALREADY PAID BY HAND -- NOTHING LEFT FOR AUTO-PAY TO TAKE.
           IF WS-PAY-AMOUNT <= 0
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE CCL-ACCOUNT-ID             TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
           OR O-ACC-STATUS(1) = "C"
           OR O-ACC-BALANCE(1) < WS-PAY-AMOUNT
             PERFORM F-WRITE-AUTOPAY-DECLINED
             EXIT SECTION
           END-IF

           COMPUTE WS-NEW-ACC-BALANCE =
                   O-ACC-BALANCE(1) - WS-PAY-AMOUNT

      *    SAME ORDERED STEPS AS CARDCREDIT.F-PAY -- POST, THEN
      *    BALANCE, THEN THE LINE.
           SET FG-PAY-OK-Y                 TO TRUE
           PERFORM F-POST-AUTOPAY-TRANSACTION
           IF FG-PAY-OK-Y
             PERFORM F-UPDATE-ACCOUNT-BALANCE
           END-IF
           IF FG-PAY-OK-N
             PERFORM F-WRITE-AUTOPAY-DECLINED
             EXIT SECTION
           END-IF

           ADD 1                           TO CCL-LAST-SEQ
           INITIALIZE CARD-TXN-RECORD
           MOVE CCL-CARD-ID                TO CT-LINE-CARD-ID
           MOVE CCL-LAST-SEQ               TO CT-SEQ
           MOVE CCL-ACCOUNT-ID             TO CT-ACCOUNT-ID
           MOVE CCL-CARD-ID                TO CT-CARD-ID
           MOVE WS-TODAY-RAW               TO CT-DATE
           SET CT-TYPE-REPAYMENT           TO TRUE
           SET CT-STATUS-POSTED            TO TRUE
           MOVE WS-PAY-AMOUNT              TO CT-AMOUNT
           MOVE "AUTOPAY"                  TO CT-REFERENCE
      *    THE MONEY HAS LEFT THE ACCOUNT ALREADY, SO THE LINE TAKES
      *    THE REPAYMENT EVEN IF ITS LEDGER ROW CANNOT BE WRITTEN.
           WRITE CARD-TXN-RECORD
             INVALID KEY
               PERFORM F-LEDGER-WRITE-FAILED
           END-WRITE

           SUBTRACT WS-PAY-AMOUNT          FROM CCL-BALANCE
           ADD WS-PAY-AMOUNT               TO CCL-PAID-SINCE-STMT
           ADD 1                           TO WS-AUTOPAYS-TAKEN

           MOVE SPACES                     TO STMT-LINE
           STRING
             "AUTOPAY   CARD=" CCL-CARD-ID
             " ACC=" CCL-ACCOUNT-ID
             " AMT=" WS-PAY-AMOUNT
             " TYPE=" CCL-AUTOPAY
             " CARD BALANCE NOW " CCL-BALANCE
             DELIMITED BY SIZE
             INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           .
       F-TAKE-AUTOPAY-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUTOPAY-DECLINED SECTION.
           ADD 1                           TO WS-AUTOPAYS-DECLINED
           MOVE SPACES                     TO STMT-LINE
           STRING
             "AUTOPAY   CARD=" CCL-CARD-ID
             " ACC=" CCL-ACCOUNT-ID
             " AMT=" WS-PAY-AMOUNT
             " DECLINED -- LINKED ACCOUNT CANNOT COVER IT"
             DELIMITED BY SIZE
             INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           .
       F-WRITE-AUTOPAY-DECLINED-END.
           EXIT.
      ******************************************************************
       F-POST-AUTOPAY-TRANSACTION SECTION.
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC

           MOVE CCL-ACCOUNT-ID             TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-WITHDRAW       TO TRUE
           MOVE WS-PAY-AMOUNT              TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-ACC-BALANCE         TO I-TRANS-ACCBALANCE
           STRING "CARD AUTOPAY " CCL-CARD-ID DELIMITED BY SIZE
             INTO I-TRANS-MEMO
           END-STRING

           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             SET FG-PAY-OK-N               TO TRUE
           END-IF
           .
       F-POST-AUTOPAY-TRANSACTION-END.
           EXIT.
      ******************************************************************
       F-UPDATE-ACCOUNT-BALANCE SECTION.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE CCL-ACCOUNT-ID             TO I-ACC-ACCOUNTID
           MOVE WS-NEW-ACC-BALANCE         TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET FG-PAY-OK-N               TO TRUE
           END-IF
           .
       F-UPDATE-ACCOUNT-BALANCE-END.
           EXIT.
      ******************************************************************
       F-CUT-STATEMENT SECTION.
           MOVE CCL-STMT-BALANCE           TO WS-PREV-BALANCE

           MOVE SPACES                     TO STMT-LINE
           WRITE STMT-LINE
           STRING
             "STATEMENT CARD=" CCL-CARD-ID
             " ACC=" CCL-ACCOUNT-ID
             " DATE=" WS-TODAY-RAW
             " LIMIT=" CCL-CREDIT-LIMIT
             DELIMITED BY SIZE
             INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

      *    INTEREST ONLY ON WHAT WAS CARRIED OVER -- THE PART OF THE
      *    LAST STATEMENT BALANCE STILL UNPAID TODAY.
           COMPUTE WS-CARRIED-BALANCE =
                   CCL-STMT-BALANCE - CCL-PAID-SINCE-STMT
           MOVE 0                          TO WS-INTEREST
           IF WS-CARRIED-BALANCE > 0
             COMPUTE WS-INTEREST ROUNDED =
                     WS-CARRIED-BALANCE * K-CARD-APR-PCT / 100 / 12
           END-IF
           IF WS-INTEREST > 0
             PERFORM F-POST-INTEREST
           END-IF

           PERFORM F-LIST-UNBILLED

           IF CCL-BALANCE = 0
             MOVE 0                        TO WS-MIN-DUE
           ELSE
             COMPUTE WS-MIN-DUE ROUNDED =
                     CCL-BALANCE * K-CARD-MIN-PAY-PCT / 100
             IF WS-MIN-DUE < K-CARD-MIN-PAY-FLOOR
               MOVE K-CARD-MIN-PAY-FLOOR   TO WS-MIN-DUE
             END-IF
             IF WS-MIN-DUE > CCL-BALANCE
               MOVE CCL-BALANCE            TO WS-MIN-DUE
             END-IF
           END-IF

           MOVE WS-TODAY-RAW               TO CCL-LAST-STMT-DATE
           MOVE CCL-BALANCE                TO CCL-STMT-BALANCE
           MOVE WS-MIN-DUE                 TO CCL-MIN-DUE
           COMPUTE CCL-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
                     + K-CARD-GRACE-DAYS)
           MOVE 0                          TO CCL-PAID-SINCE-STMT
           SET CCL-AUTOPAY-TAKEN-N         TO TRUE

      *    ONE CALENDAR MONTH ON, REPEATED IF THE RUN WAS MISSED FOR
      *    A WHOLE CYCLE SO THE SCHEDULE NEVER LAGS BEHIND TODAY.
           MOVE CCL-NEXT-STMT-DATE         TO WS-CYCLE-DATE-RAW
           PERFORM UNTIL WS-CYCLE-DATE-RAW > WS-TODAY-RAW
             ADD 1                         TO WS-CYCLE-MM
             IF WS-CYCLE-MM > 12
               MOVE 1                      TO WS-CYCLE-MM
               ADD 1                       TO WS-CYCLE-YYYY
             END-IF
           END-PERFORM
           MOVE WS-CYCLE-DATE-RAW          TO CCL-NEXT-STMT-DATE

           MOVE SPACES                     TO STMT-LINE
           STRING
             "  PREVIOUS BALANCE " WS-PREV-BALANCE
             " | PAYMENTS " WS-SUM-PAYMENTS
             " | PURCHASES " WS-SUM-PURCHASES
             " | INTEREST " WS-SUM-INTEREST
             " | CREDITS " WS-SUM-CREDITS
             DELIMITED BY SIZE
             INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE SPACES                     TO STMT-LINE
           STRING
             "  NEW BALANCE " CCL-BALANCE
             " | MINIMUM PAYMENT DUE " CCL-MIN-DUE
             " | DUE DATE " CCL-DUE-DATE
             " | AUTOPAY " CCL-AUTOPAY
             DELIMITED BY SIZE
             INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           ADD 1                           TO WS-STATEMENTS-CUT
           .
       F-CUT-STATEMENT-END.
           EXIT.
      ******************************************************************
       F-POST-INTEREST SECTION.
           ADD 1                           TO CCL-LAST-SEQ
           INITIALIZE CARD-TXN-RECORD
           MOVE CCL-CARD-ID                TO CT-LINE-CARD-ID
           MOVE CCL-LAST-SEQ               TO CT-SEQ
           MOVE CCL-ACCOUNT-ID             TO CT-ACCOUNT-ID
           MOVE CCL-CARD-ID                TO CT-CARD-ID
           MOVE WS-TODAY-RAW               TO CT-DATE
           SET CT-TYPE-INTEREST            TO TRUE
           SET CT-STATUS-POSTED            TO TRUE
           MOVE WS-INTEREST                TO CT-AMOUNT
           MOVE "INTEREST ON CARRIED BAL"  TO CT-REFERENCE
      *    NO LEDGER ROW, NO CHARGE.
           WRITE CARD-TXN-RECORD
             INVALID KEY
               PERFORM F-LEDGER-WRITE-FAILED
               EXIT SECTION
           END-WRITE

           ADD WS-INTEREST                 TO CCL-BALANCE
           .
       F-POST-INTEREST-END.
           EXIT.
      ******************************************************************
       F-LIST-UNBILLED SECTION.
      *    EVERY POSTED ROW OF THIS LINE NOT YET ON A STATEMENT --
      *    AUTHORIZATIONS ARE NOT BILLED, ONLY WHAT THEY BECAME.
           MOVE 0                          TO WS-SUM-PURCHASES
           MOVE 0                          TO WS-SUM-PAYMENTS
           MOVE 0                          TO WS-SUM-INTEREST
           MOVE 0                          TO WS-SUM-CREDITS

           MOVE CCL-CARD-ID                TO CT-LINE-CARD-ID
           MOVE 0                          TO CT-SEQ
           START LEDGER-FILE KEY IS NOT LESS THAN CT-KEY
             INVALID KEY
               SET FG-MORE-TXNS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-TXNS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-TXNS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-TXNS-N        TO TRUE
               NOT AT END
                 IF CT-LINE-CARD-ID NOT = CCL-CARD-ID
                   SET FG-MORE-TXNS-N      TO TRUE
                 ELSE
                   IF CT-STMT-DATE = 0 AND CT-STATUS-POSTED
                     PERFORM F-BILL-TXN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LIST-UNBILLED-END.
           EXIT.
      ******************************************************************
       F-LEDGER-WRITE-FAILED SECTION.
      *    A LEDGER ROW THAT WOULD NOT WRITE -- NORMALLY A SEQUENCE
      *    ALREADY TAKEN, I.E. CCL-LAST-SEQ BEHIND THE LEDGER. THE KEY
      *    GOES TO THE LOG AND THE STATEMENT FILE FOR REPAIR.
           SET FG-LEDGER-ERR-Y             TO TRUE
           ADD 1                           TO WS-LEDGER-ERRORS

           MOVE SPACES                     TO U-LOG-LINE
           STRING
             "LEDGER WRITE FAILED CARD=" CT-LINE-CARD-ID
             " SEQ=" CT-SEQ
             " TYPE=" CT-TYPE
             " AMT=" CT-AMOUNT
             " STATUS=" WS-LEDGER-FILE-STATUS
             DELIMITED BY SIZE
             INTO U-LOG-LINE
           END-STRING
           MOVE PGM-ID                     TO U-LOG-RUNNABLE-PROG
           PERFORM UT-LOG-SINGLE-LINE

           MOVE U-LOG-LINE                 TO STMT-LINE
           WRITE STMT-LINE
           .
       F-LEDGER-WRITE-FAILED-END.
           EXIT.
      ******************************************************************
       F-BILL-TXN SECTION.
           EVALUATE TRUE
             WHEN CT-TYPE-PURCHASE
               MOVE "PURCHASE "            TO WS-TXN-LABEL
               ADD CT-AMOUNT               TO WS-SUM-PURCHASES
             WHEN CT-TYPE-REPAYMENT
               MOVE "PAYMENT  "            TO WS-TXN-LABEL
               ADD CT-AMOUNT               TO WS-SUM-PAYMENTS
      *      A DISPUTED PURCHASE CREDITED BACK, AND THAT CREDIT TAKEN
      *      BACK AGAIN -- THE LATTER IS OWED LIKE A PURCHASE.
             WHEN CT-TYPE-CREDIT
               MOVE "CREDIT   "            TO WS-TXN-LABEL
               ADD CT-AMOUNT               TO WS-SUM-CREDITS
             WHEN CT-TYPE-DEBIT
               MOVE "DEBIT    "            TO WS-TXN-LABEL
               ADD CT-AMOUNT               TO WS-SUM-PURCHASES
             WHEN OTHER
               MOVE "INTEREST "            TO WS-TXN-LABEL
               ADD CT-AMOUNT               TO WS-SUM-INTEREST
           END-EVALUATE

           MOVE SPACES                     TO STMT-LINE
           STRING
             "  " CT-DATE " " WS-TXN-LABEL
             " CARD " CT-CARD-ID
             " " CT-AMOUNT
             " " CT-REFERENCE
             DELIMITED BY SIZE
             INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE WS-TODAY-RAW               TO CT-STMT-DATE
           REWRITE CARD-TXN-RECORD
           .
       F-BILL-TXN-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
