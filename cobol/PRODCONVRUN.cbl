      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      PRODCONVRUN.
      ******************************************************************
      *  Nightly product conversion step. Run standalone, no args
      *  (same as SWITCHRUN) -- first in the nightly sequence, ahead
      *  of INTACCRUE, so the effective date is the first day accrued
      *  under the new product. One sweep of the conversion register
      *  files/prodconv.dat (see PRODCONVRECORD); every pending
      *  conversion whose effective date has come is carried out:
      *    - the account is re-read -- closed, or no longer on the
      *      product it was scheduled from, and the conversion fails
      *      with the reason kept on the row;
      *    - leaving savings, the credit interest accrued so far
      *      (INTACCRUE) is paid now, gross as INTEREST with the
      *      withholding straight back out as TAX, exactly as
      *      INTBATCH would post it at month end;
      *    - the account is re-typed and its accrual restarted from
      *      zero, so the new product earns only from the effective
      *      date and INTBATCH posts what it accrued rather than a
      *      full month;
      *    - the customer is notified.
      *  There is no standing monthly account fee on either product
      *  to pro-rate: the fees that exist are activity fees (LOWBALFE,
      *  OVERDFEE) charged per posting under the product the account
      *  is on at that moment, so the old product's fees are already
      *  settled and the new product's start with its first posting.
      *  Report: files/reports/PRODCONVRUN_<yyyymmdd>.txt -- tonight's
      *  conversions grouped by branch with a subtotal per branch,
      *  then the totals and the count still scheduled -- registered
      *  on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CONVERSION-FILE ASSIGN TO "files/prodconv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS WS-PV-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "files/intaccrual.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IA-ACCOUNTID
           FILE STATUS IS WS-ACCRUAL-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CONVERSION-FILE.
       COPY PRODCONVRECORD.

       FD  ACCRUAL-FILE.
       COPY INTACCRUALRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "PRODCONVRUN         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 CONSTANTS.
      *    SCHEDULING LEAD TIME AND REPORT TABLE SIZE.
         COPY PRODCONVCONFIG.
      *    WITHHOLDING ON THE INTEREST SETTLED -- SAME RATE AND SAME
      *    TWO POSTINGS AS INTBATCH.
         COPY TAXCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-PV-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-ACCRUAL-FILE-STATUS      PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-TAX-EDITED               PIC Z(09)9.99.
      *    THE ACCOUNT BEING CONVERTED, AS RE-READ TONIGHT.
         05 WS-CUR-PRODUCT              PIC X(03).
         05 WS-BALANCE                  PIC S9(10)V99.
         05 WS-FAIL-REASON              PIC X(30).
      *    CREDIT INTEREST SETTLED LEAVING SAVINGS.
         05 WS-INTEREST-AMOUNT          PIC 9(10)V99.
         05 WS-TAX-AMOUNT               PIC 9(10)V99.
         05 WS-GROSS-BALANCE            PIC S9(10)V99.
      *    WHY THE INTEREST WAS NOT SETTLED, FOR THE REPORT.
         05 WS-SETTLE-NOTE              PIC X(20).

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
         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY              PIC X(04).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).

         05 WS-ROWS-DUE                 PIC 9(07) VALUE 0.
         05 WS-CONVERTED                PIC 9(07) VALUE 0.
         05 WS-FAILED                   PIC 9(07) VALUE 0.
         05 WS-STILL-SCHEDULED          PIC 9(07) VALUE 0.
         05 WS-NOT-LISTED               PIC 9(07) VALUE 0.
         05 WS-TO-CURRENT               PIC 9(07) VALUE 0.
         05 WS-TO-SAVINGS               PIC 9(07) VALUE 0.
         05 WS-TOTAL-INTEREST           PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-TAX                PIC 9(12)V99 VALUE 0.

      *    TONIGHT'S CONVERSIONS, HELD FOR THE BRANCH-GROUPED REPORT.
       01 REPORT-TABLE.
         05 WS-RPT-COUNT                PIC 9(04) VALUE 0.
         05 WS-RPT-ENTRY OCCURS 2000.
           10 WS-RPT-BRANCH-ID          PIC 9(03).
           10 WS-RPT-ACCOUNT-ID         PIC 9(09).
           10 WS-RPT-CUSTOMER-ID        PIC 9(09).
           10 WS-RPT-FROM               PIC X(03).
           10 WS-RPT-TO                 PIC X(03).
           10 WS-RPT-STATUS             PIC X(01).
           10 WS-RPT-INTEREST           PIC 9(10)V99.
           10 WS-RPT-TAX                PIC 9(10)V99.
           10 WS-RPT-NOTE               PIC X(30).

       01 BRANCH-TOTALS.
         05 WS-BR-ID                    PIC 9(03).
         05 WS-BR-LAST-ID               PIC S9(04).
         05 WS-BR-CONVERTED             PIC 9(05).
         05 WS-BR-FAILED                PIC 9(05).
         05 WS-BR-INTEREST              PIC 9(12)V99.
         05 WS-BR-TAX                   PIC 9(12)V99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-ACCRUAL-FOUND            PIC X VALUE 'N'.
           88 FG-ACCRUAL-FOUND-Y        VALUE 'Y'.
           88 FG-ACCRUAL-FOUND-N        VALUE 'N'.
         05 FG-MORE-BRANCHES            PIC X VALUE 'Y'.
           88 FG-MORE-BRANCHES-Y        VALUE 'Y'.
           88 FG-MORE-BRANCHES-N        VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(04).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY NOTIFYINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-CONVERSIONS
           PERFORM F-WRITE-REPORT
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "PRODUCT CONVERSION RUN STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF

           OPEN I-O CONVERSION-FILE
           IF WS-PV-FILE-STATUS = "35"
             OPEN OUTPUT CONVERSION-FILE
             CLOSE CONVERSION-FILE
             OPEN I-O CONVERSION-FILE
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF WS-ACCRUAL-FILE-STATUS = "35"
             OPEN OUTPUT ACCRUAL-FILE
             CLOSE ACCRUAL-FILE
             OPEN I-O ACCRUAL-FILE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE CONVERSION-FILE
           CLOSE ACCRUAL-FILE

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "CONVERSIONS DUE: ",
             FUNCTION TRIM(WS-ROWS-DUE),
             " | CONVERTED: ",
             FUNCTION TRIM(WS-CONVERTED),
             " | FAILED: ",
             FUNCTION TRIM(WS-FAILED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-CONVERSIONS SECTION.
           MOVE LOW-VALUES                 TO PV-KEY
           START CONVERSION-FILE KEY IS NOT LESS THAN PV-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CONVERSION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN PV-IS-PENDING
                   AND PV-EFF-DATE <= WS-TODAY-RAW
                     ADD 1                 TO WS-ROWS-DUE
                     PERFORM F-CONVERT-ACCOUNT
                   WHEN PV-IS-PENDING
                     ADD 1                 TO WS-STILL-SCHEDULED
                 END-EVALUATE
             END-READ
           END-PERFORM
           .
       F-RUN-CONVERSIONS-END.
           EXIT.
      ******************************************************************
       F-CONVERT-ACCOUNT SECTION.
           MOVE SPACES                     TO WS-FAIL-REASON
           MOVE SPACES                     TO WS-SETTLE-NOTE
           MOVE 0                          TO WS-INTEREST-AMOUNT
                                              WS-TAX-AMOUNT

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE PV-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             MOVE "ACCOUNT NOT ON FILE"    TO WS-FAIL-REASON
             PERFORM F-FAIL-CONVERSION
             EXIT SECTION
           END-IF

      *    THE DESK MAY HAVE CLOSED OR RE-TYPED THE ACCOUNT SINCE THE
      *    CONVERSION WAS SCHEDULED -- NEVER SETTLE A PRODUCT THE
      *    ACCOUNT IS NOT ON.
           MOVE O-ACC-PRODUCT-TYPE(1)      TO WS-CUR-PRODUCT
           IF WS-CUR-PRODUCT = SPACES
             MOVE "SAV"                    TO WS-CUR-PRODUCT
           END-IF
           EVALUATE TRUE
             WHEN O-ACC-STATUS(1) = "C"
               MOVE "ACCOUNT CLOSED"       TO WS-FAIL-REASON
             WHEN WS-CUR-PRODUCT = PV-TO-PRODUCT
               MOVE "ALREADY ON THE NEW PRODUCT"
                                           TO WS-FAIL-REASON
             WHEN WS-CUR-PRODUCT NOT = PV-FROM-PRODUCT
               MOVE "PRODUCT CHANGED SINCE REQUEST"
                                           TO WS-FAIL-REASON
           END-EVALUATE
           IF WS-FAIL-REASON NOT = SPACES
             PERFORM F-FAIL-CONVERSION
             EXIT SECTION
           END-IF

           MOVE O-ACC-BALANCE(1)           TO WS-BALANCE
      *    REPORTED UNDER THE BRANCH THAT HOLDS IT TONIGHT.
           MOVE O-ACC-BRANCHID(1)          TO PV-BRANCH-ID
           MOVE O-ACC-CUSTOMERID(1)        TO PV-CUSTOMER-ID
           PERFORM F-BUILD-TIMESTAMP

           IF PV-FROM-PRODUCT = "SAV"
             PERFORM F-SETTLE-INTEREST
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE PV-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           MOVE WS-BALANCE                 TO I-ACC-BALANCE
           MOVE PV-TO-PRODUCT              TO I-ACC-PRODUCT-TYPE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
      *      WHATEVER WAS SETTLED ABOVE HAS POSTED -- THE ROW KEEPS
      *      THE AMOUNTS SO THE DESK CAN SEE THEM, BUT THE ACCOUNT
      *      STAYS ON ITS OLD PRODUCT UNTIL RE-SCHEDULED.
             MOVE "ACCOUNT UPDATE FAILED"  TO WS-FAIL-REASON
             MOVE WS-INTEREST-AMOUNT       TO PV-INTEREST-SETTLED
             MOVE WS-TAX-AMOUNT            TO PV-TAX-WITHHELD
             PERFORM F-FAIL-CONVERSION
             EXIT SECTION
           END-IF

           PERFORM F-RESTART-ACCRUAL

           SET PV-IS-DONE                  TO TRUE
           MOVE WS-TODAY-RAW               TO PV-CLOSED-DATE
           MOVE WS-INTEREST-AMOUNT         TO PV-INTEREST-SETTLED
           MOVE WS-TAX-AMOUNT              TO PV-TAX-WITHHELD
           REWRITE PRODUCT-CONVERSION-RECORD

           INITIALIZE NOTIFY-INTERFACE
           MOVE PV-CUSTOMER-ID             TO I-NOTIFY-CUSTID
           MOVE "ACCOUNT"                  TO I-NOTIFY-ENTITY
           MOVE PV-ACCOUNT-ID              TO I-NOTIFY-ENTITY-ID
           MOVE "PRODCONV"                 TO I-NOTIFY-EVENT
           MOVE WS-INTEREST-AMOUNT         TO I-NOTIFY-AMOUNT
           STRING PV-FROM-PRODUCT " TO " PV-TO-PRODUCT " "
                  PV-EFF-DATE
             DELIMITED BY SIZE INTO I-NOTIFY-MEMO
           END-STRING
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE

           ADD 1                           TO WS-CONVERTED
           IF PV-TO-PRODUCT = "CUR"
             ADD 1                         TO WS-TO-CURRENT
           ELSE
             ADD 1                         TO WS-TO-SAVINGS
           END-IF
           ADD WS-INTEREST-AMOUNT          TO WS-TOTAL-INTEREST
           ADD WS-TAX-AMOUNT               TO WS-TOTAL-TAX
           MOVE WS-SETTLE-NOTE             TO WS-FAIL-REASON
           PERFORM F-ADD-REPORT-ENTRY
           .
       F-CONVERT-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-FAIL-CONVERSION SECTION.
           SET PV-IS-FAILED                TO TRUE
           MOVE WS-TODAY-RAW               TO PV-CLOSED-DATE
           MOVE WS-FAIL-REASON             TO PV-FAIL-REASON
           REWRITE PRODUCT-CONVERSION-RECORD
           ADD 1                           TO WS-FAILED
           PERFORM F-ADD-REPORT-ENTRY
           .
       F-FAIL-CONVERSION-END.
           EXIT.
      ******************************************************************
       F-SETTLE-INTEREST SECTION.
      *    WHAT INTACCRUE HAS ACCRUED THIS MONTH UNDER SAVINGS, ROUNDED
      *    ONCE AND POSTED NOW -- THE SAME PAIR OF POSTINGS INTBATCH
      *    MAKES AT MONTH END.
           MOVE PV-ACCOUNT-ID              TO IA-ACCOUNTID
           SET FG-ACCRUAL-FOUND-Y          TO TRUE
           READ ACCRUAL-FILE
             INVALID KEY
               SET FG-ACCRUAL-FOUND-N      TO TRUE
           END-READ
           IF FG-ACCRUAL-FOUND-N
             EXIT SECTION
           END-IF
           COMPUTE WS-INTEREST-AMOUNT ROUNDED = IA-ACCRUED
           IF WS-INTEREST-AMOUNT = 0
             EXIT SECTION
           END-IF

           COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-INTEREST-AMOUNT * K-INTEREST-WHT-RATE
           COMPUTE WS-GROSS-BALANCE =
                   WS-BALANCE + WS-INTEREST-AMOUNT

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE PV-ACCOUNT-ID              TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-INTEREST       TO TRUE
           MOVE WS-INTEREST-AMOUNT         TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-GROSS-BALANCE           TO I-TRANS-ACCBALANCE
           MOVE "INTEREST TO PRODUCT CHANGE"
                                           TO I-TRANS-MEMO
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             MOVE 0                        TO WS-INTEREST-AMOUNT
                                              WS-TAX-AMOUNT
             MOVE "INTEREST NOT POSTED"    TO WS-SETTLE-NOTE
             EXIT SECTION
           END-IF
           MOVE WS-GROSS-BALANCE           TO WS-BALANCE

           IF WS-TAX-AMOUNT > 0
             COMPUTE WS-BALANCE = WS-BALANCE - WS-TAX-AMOUNT
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-POST           TO TRUE
             MOVE PV-ACCOUNT-ID            TO I-TRANS-ACCOUNTID
             SET I-TRANS-TYPE-TAX          TO TRUE
             MOVE WS-TAX-AMOUNT            TO I-TRANS-AMMOUNT
             MOVE WS-TIMESTAMP             TO I-TRANS-TIMESTAMP
             MOVE WS-BALANCE               TO I-TRANS-ACCBALANCE
             MOVE "INTEREST WITHHOLDING TAX"
                                           TO I-TRANS-MEMO
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE
           END-IF

      *    PAID -- THE NEW PRODUCT STARTS FROM ZERO (F-RESTART-ACCRUAL).
           MOVE 0                          TO IA-ACCRUED
           REWRITE INT-ACCRUAL-RECORD
           .
       F-SETTLE-INTEREST-END.
           EXIT.
      ******************************************************************
       F-RESTART-ACCRUAL SECTION.
      *    THE NEW PRODUCT ACCRUES FROM ZERO, STARTING WITH TONIGHT'S
      *    INTACCRUE. AN ACCOUNT WITH NO ACCRUAL ROW GETS ONE, SO
      *    INTBATCH POSTS WHAT WAS ACCRUED SINCE THE CHANGE AND DOES
      *    NOT FALL BACK TO A FULL MONTH ON THE WHOLE BALANCE. DEBIT
      *    INTEREST IS CHARGED ON EVERY PRODUCT AND IS LEFT AS IT IS.
           MOVE PV-ACCOUNT-ID              TO IA-ACCOUNTID
           READ ACCRUAL-FILE
             INVALID KEY
               INITIALIZE INT-ACCRUAL-RECORD
               MOVE PV-ACCOUNT-ID          TO IA-ACCOUNTID
               WRITE INT-ACCRUAL-RECORD
               EXIT SECTION
           END-READ
           IF IA-ACCRUED NOT = 0
             MOVE 0                        TO IA-ACCRUED
             REWRITE INT-ACCRUAL-RECORD
           END-IF
           .
       F-RESTART-ACCRUAL-END.
           EXIT.
      ******************************************************************
       F-BUILD-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TODAY-RAW               TO WS-DATE-RAW
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           .
       F-BUILD-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-ADD-REPORT-ENTRY SECTION.
      *    PV-STATUS IS ALREADY D OR F; WS-FAIL-REASON CARRIES THE
      *    FAILURE, OR ANY NOTE ON INTEREST NOT SETTLED.
           IF WS-RPT-COUNT >= K-PV-REPORT-MAX
             EXIT SECTION
           END-IF
           ADD 1                           TO WS-RPT-COUNT
           MOVE PV-BRANCH-ID       TO WS-RPT-BRANCH-ID(WS-RPT-COUNT)
           MOVE PV-ACCOUNT-ID      TO WS-RPT-ACCOUNT-ID(WS-RPT-COUNT)
           MOVE PV-CUSTOMER-ID     TO WS-RPT-CUSTOMER-ID(WS-RPT-COUNT)
           MOVE PV-FROM-PRODUCT    TO WS-RPT-FROM(WS-RPT-COUNT)
           MOVE PV-TO-PRODUCT      TO WS-RPT-TO(WS-RPT-COUNT)
           MOVE PV-STATUS          TO WS-RPT-STATUS(WS-RPT-COUNT)
           MOVE WS-INTEREST-AMOUNT TO WS-RPT-INTEREST(WS-RPT-COUNT)
           MOVE WS-TAX-AMOUNT      TO WS-RPT-TAX(WS-RPT-COUNT)
           MOVE WS-FAIL-REASON     TO WS-RPT-NOTE(WS-RPT-COUNT)
           .
       F-ADD-REPORT-ENTRY-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT SECTION.
           MOVE SPACES                    TO WS-REPORT-FILENAME
           STRING "files/reports/PRODCONVRUN_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== ACCOUNT PRODUCT CONVERSIONS ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Business date: " WS-TODAY-RAW
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

      *    ONE BLOCK PER BRANCH, LOWEST BRANCH FIRST -- EACH PASS
      *    PICKS THE NEXT BRANCH ABOVE THE ONE JUST PRINTED.
           MOVE -1                        TO WS-BR-LAST-ID
           SET FG-MORE-BRANCHES-Y         TO TRUE
           PERFORM UNTIL FG-MORE-BRANCHES-N
             SET FG-MORE-BRANCHES-N       TO TRUE
             MOVE 999                     TO WS-BR-ID
             PERFORM VARYING IND-1 FROM 1 BY 1
                     UNTIL IND-1 > WS-RPT-COUNT
               IF WS-RPT-BRANCH-ID(IND-1) > WS-BR-LAST-ID
               AND (FG-MORE-BRANCHES-N
                    OR WS-RPT-BRANCH-ID(IND-1) < WS-BR-ID)
                 MOVE WS-RPT-BRANCH-ID(IND-1) TO WS-BR-ID
                 SET FG-MORE-BRANCHES-Y   TO TRUE
               END-IF
             END-PERFORM
             IF FG-MORE-BRANCHES-Y
               PERFORM F-WRITE-BRANCH-BLOCK
               MOVE WS-BR-ID              TO WS-BR-LAST-ID
             END-IF
           END-PERFORM

           IF WS-RPT-COUNT = 0
             MOVE "No conversions due tonight."
                                           TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE SPACES                  TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           IF WS-RPT-COUNT < WS-ROWS-DUE
             MOVE SPACES                  TO REPORT-LINE
             COMPUTE WS-NOT-LISTED = WS-ROWS-DUE - WS-RPT-COUNT
             STRING "Not listed (table full): "
                    FUNCTION TRIM(WS-NOT-LISTED)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

           MOVE SPACES                    TO REPORT-LINE
           STRING "Conversions due      : " FUNCTION TRIM(WS-ROWS-DUE)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Converted to current : "
                  FUNCTION TRIM(WS-TO-CURRENT)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Converted to savings : "
                  FUNCTION TRIM(WS-TO-SAVINGS)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Failed               : " FUNCTION TRIM(WS-FAILED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-INTEREST         TO WS-AMOUNT-EDITED
           MOVE WS-TOTAL-TAX              TO WS-TAX-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "Interest settled     : "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
                  "  tax withheld " FUNCTION TRIM(WS-TAX-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Still scheduled      : "
                  FUNCTION TRIM(WS-STILL-SCHEDULED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-ROWS-DUE               TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-REPORT-END.
           EXIT.
      ******************************************************************
       F-WRITE-BRANCH-BLOCK SECTION.
           MOVE 0                         TO WS-BR-CONVERTED
                                             WS-BR-FAILED
                                             WS-BR-INTEREST
                                             WS-BR-TAX
           MOVE SPACES                    TO REPORT-LINE
           STRING "----- BRANCH " WS-BR-ID " -----"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-RPT-COUNT
             IF WS-RPT-BRANCH-ID(IND-1) = WS-BR-ID
               PERFORM F-WRITE-CONVERSION-LINE
             END-IF
           END-PERFORM

           MOVE WS-BR-INTEREST            TO WS-AMOUNT-EDITED
           MOVE WS-BR-TAX                 TO WS-TAX-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Branch " WS-BR-ID " total: "
                  FUNCTION TRIM(WS-BR-CONVERTED) " converted, "
                  FUNCTION TRIM(WS-BR-FAILED) " failed, interest "
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
                  " tax " FUNCTION TRIM(WS-TAX-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-WRITE-BRANCH-BLOCK-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONVERSION-LINE SECTION.
           MOVE SPACES                    TO REPORT-LINE
           IF WS-RPT-STATUS(IND-1) = "F"
             ADD 1                        TO WS-BR-FAILED
             STRING "  ACC " WS-RPT-ACCOUNT-ID(IND-1)
                    " CUST=" WS-RPT-CUSTOMER-ID(IND-1)
                    " " WS-RPT-FROM(IND-1) "->" WS-RPT-TO(IND-1)
                    " FAILED -- " FUNCTION TRIM(WS-RPT-NOTE(IND-1))
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           ELSE
             ADD 1                        TO WS-BR-CONVERTED
             ADD WS-RPT-INTEREST(IND-1)   TO WS-BR-INTEREST
             ADD WS-RPT-TAX(IND-1)        TO WS-BR-TAX
             MOVE WS-RPT-INTEREST(IND-1)  TO WS-AMOUNT-EDITED
             MOVE WS-RPT-TAX(IND-1)       TO WS-TAX-EDITED
             STRING "  ACC " WS-RPT-ACCOUNT-ID(IND-1)
                    " CUST=" WS-RPT-CUSTOMER-ID(IND-1)
                    " " WS-RPT-FROM(IND-1) "->" WS-RPT-TO(IND-1)
                    " INTEREST=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                    " TAX=" FUNCTION TRIM(WS-TAX-EDITED) " "
                    FUNCTION TRIM(WS-RPT-NOTE(IND-1))
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE
           .
       F-WRITE-CONVERSION-LINE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
