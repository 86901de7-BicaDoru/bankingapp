      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LIMITMAINT.
      ******************************************************************
      *  Customer umbrella credit limit maintenance tool. Run
      *  standalone, e.g.:
      *     LIMITMAINT SCORE
      *     LIMITMAINT SCORE    00042
      *     LIMITMAINT OVERRIDE 00042 75000.00 00003 Salary verified
      *     LIMITMAINT APPROVE  00042 00007
      *     LIMITMAINT REJECT   00042 00007
      *     LIMITMAINT CLEAR    00042 00007
      *     LIMITMAINT SHOW     00042
      *     LIMITMAINT LIST
      *  SCORE sets each customer's scored limit on
      *  files/creditlimits.dat (see CREDLIMITRECORD) from the same
      *  three credit-risk signals LOANORD scores a new loan on --
      *  tenure, average balance and overdraft-fee count -- taken
      *  over the TRANSDB history of all the customer's open
      *  accounts, and the K-CLM-SCORE-LIMIT table. With no customer
      *  given every customer on CUSTDB is scored.
      *  OVERRIDE asks for a manual limit instead of the scored one,
      *  with a reason; nothing changes until a different bank user,
      *  senior teller or admin, APPROVEs it (the same two-person
      *  control LOANDRAW applies) -- REJECT turns it down. CLEAR
      *  (senior teller or admin) drops an approved override, so
      *  the scored limit applies again.
      *  SHOW asks CREDLIMIT for the limit in force and what the
      *  customer has used of it; LIST shows every row on file.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "files/creditlimits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CUSTOMER-ID
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CREDIT-LIMIT-FILE.
       COPY CREDLIMITRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LIMITMAINT          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-CREDLIMIT            VALUE "CREDLIMIT           ".

       01 CONSTANTS.
         COPY PAGINGCONFIG.
         COPY LOANRISKCONFIG.
         COPY CREDLIMITCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-SCORE               VALUE "SCORE".
           88 ARG-OP-OVERRIDE            VALUE "OVERRIDE".
           88 ARG-OP-APPROVE             VALUE "APPROVE".
           88 ARG-OP-REJECT              VALUE "REJECT".
           88 ARG-OP-CLEAR               VALUE "CLEAR".
           88 ARG-OP-SHOW                VALUE "SHOW".
           88 ARG-OP-LIST                VALUE "LIST".
      *    SCORE:    TOK2=CUSTOMER ID (OPTIONAL, DEFAULT EVERY ONE)
      *    OVERRIDE: TOK2=CUSTOMER ID  TOK3=LIMIT
      *              TOK4=REQUESTING BANK USER, REMAINDER=REASON
      *    APPROVE/REJECT/CLEAR: TOK2=CUSTOMER ID
      *                          TOK3=DECIDING BANK USER
      *    SHOW:     TOK2=CUSTOMER ID
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(14).
         05 ARG-TOK4                    PIC X(09).
         05 ARG-REMAINDER               PIC X(30).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-BUSR-ID                  PIC 9(09).
         05 WS-DECIDER-ID               PIC 9(09).
         05 WS-DECIDER-ROLE             PIC X(04).
         05 WS-CUST-PAGE-NUMBER         PIC 9(05).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SCORED-COUNT             PIC 9(05) VALUE 0.
         05 WS-LIST-COUNT               PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-AMOUNT-EDITED-2          PIC Z(09)9.99.
         05 WS-AVAILABLE-EDITED         PIC -(10)9.99.
         05 WS-PCT-EDITED               PIC Z(04)9.99.

      *    CREDIT-RISK SCAN OF ALL THE CUSTOMER'S OPEN ACCOUNTS -- THE
      *    SAME MEASURES LOANORD F-CHECK-CREDIT-RISK TAKES OVER THE
      *    ONE ACCOUNT A LOAN IS LINKED TO.
         05 WS-RISK-ACCOUNTID           PIC 9(09).
         05 WS-RISK-PAGE-NUMBER         PIC 9(05).
         05 WS-RISK-TXN-COUNT           PIC 9(05) VALUE 0.
         05 WS-RISK-BAL-SUM             PIC S9(12)V99 VALUE 0.
         05 WS-RISK-AVG-BALANCE         PIC S9(10)V99 VALUE 0.
         05 WS-RISK-OD-FEE-COUNT        PIC 9(03) VALUE 0.
         05 WS-RISK-POOR-COUNT          PIC 9(01) VALUE 0.
         05 WS-RISK-EARLIEST-TS         PIC X(25) VALUE HIGH-VALUES.
         05 WS-RISK-EARLIEST-DATE       PIC 9(08) VALUE 0.
         05 WS-RISK-EARLIEST-SERIAL     PIC S9(08).
         05 WS-RISK-TODAY-SERIAL        PIC S9(08).
         05 WS-RISK-TENURE-DAYS         PIC 9(05) VALUE 0.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-CUST-PAGES          PIC X VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-Y      VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-N      VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-RISK-PAGES          PIC X VALUE 'Y'.
           88 FG-MORE-RISK-PAGES-Y      VALUE 'Y'.
           88 FG-MORE-RISK-PAGES-N      VALUE 'N'.
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.
         05 FG-DECIDER-OK               PIC X VALUE 'Y'.
           88 FG-DECIDER-OK-Y           VALUE 'Y'.
           88 FG-DECIDER-OK-N           VALUE 'N'.
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-3                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSRINTERFACE.
       COPY CREDLIMITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           PERFORM F-PARSE-COMMAND

      *    SHOW ASKS CREDLIMIT, WHICH READS files/creditlimits.dat
      *    ITSELF -- THE FILE IS NOT OPENED HERE FOR IT.
           IF NOT ARG-OP-SHOW
             PERFORM F-OPEN-FILE
           END-IF

           EVALUATE TRUE
             WHEN ARG-OP-SCORE
               PERFORM F-SCORE
             WHEN ARG-OP-OVERRIDE
               PERFORM F-REQUEST-OVERRIDE
             WHEN ARG-OP-APPROVE
             WHEN ARG-OP-REJECT
               PERFORM F-DECIDE-OVERRIDE
             WHEN ARG-OP-CLEAR
               PERFORM F-CLEAR-OVERRIDE
             WHEN ARG-OP-SHOW
               PERFORM F-SHOW-LIMIT
             WHEN ARG-OP-LIST
               PERFORM F-LIST-LIMITS
             WHEN OTHER
               DISPLAY "USAGE: LIMITMAINT SCORE|OVERRIDE|APPROVE|"
                       "REJECT|CLEAR|SHOW|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CREDIT LIMIT MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           IF FG-FILE-OPEN-Y
             CLOSE CREDIT-LIMIT-FILE
           END-IF
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CREDIT LIMIT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
           MOVE 1                         TO WS-PTR
           MOVE SPACES                    TO ARG-OPERATION
                                              ARG-TOK2
                                              ARG-TOK3
                                              ARG-TOK4
                                              ARG-REMAINDER

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
             WITH POINTER WS-PTR
           END-UNSTRING

           IF WS-PTR <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO ARG-REMAINDER
             MOVE FUNCTION TRIM(ARG-REMAINDER) TO ARG-REMAINDER
           END-IF

           MOVE 0                         TO WS-CUSTOMERID
           IF ARG-TOK2 NOT = SPACES
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO WS-CUSTOMERID
           END-IF
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O CREDIT-LIMIT-FILE
           IF WS-FILE-STATUS = "35"
             OPEN OUTPUT CREDIT-LIMIT-FILE
             CLOSE CREDIT-LIMIT-FILE
             OPEN I-O CREDIT-LIMIT-FILE
           END-IF
           IF WS-FILE-STATUS = "00"
             SET FG-FILE-OPEN-Y            TO TRUE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-READ-ROW SECTION.
      *    READS THE CUSTOMER'S ROW, OR LAYS OUT A NEW UNSCORED ONE.
           MOVE WS-CUSTOMERID              TO CLM-CUSTOMER-ID
           READ CREDIT-LIMIT-FILE
             INVALID KEY
               SET FG-ROW-FOUND-N          TO TRUE
             NOT INVALID KEY
               SET FG-ROW-FOUND-Y          TO TRUE
           END-READ

           IF FG-ROW-FOUND-N
             INITIALIZE CREDIT-LIMIT-RECORD
             MOVE WS-CUSTOMERID            TO CLM-CUSTOMER-ID
             MOVE K-CLM-UNSCORED-LIMIT     TO CLM-SCORED-LIMIT
             SET CLM-OVERRIDE-ACTIVE-N     TO TRUE
             SET CLM-REQUEST-NONE          TO TRUE
           END-IF
           .
       F-READ-ROW-END.
           EXIT.
      ******************************************************************
       F-WRITE-ROW SECTION.
           IF FG-ROW-FOUND-Y
             REWRITE CREDIT-LIMIT-RECORD
           ELSE
             WRITE CREDIT-LIMIT-RECORD
           END-IF
           .
       F-WRITE-ROW-END.
           EXIT.
      ******************************************************************
       F-SCORE SECTION.
           IF WS-CUSTOMERID NOT = 0
             PERFORM F-SCORE-CUSTOMER
           ELSE
             SET FG-MORE-CUST-PAGES-Y      TO TRUE
             MOVE 1                        TO WS-CUST-PAGE-NUMBER

             PERFORM UNTIL FG-MORE-CUST-PAGES-N
               INITIALIZE CUSTDB-INTERFACE
               SET I-CUST-OP-GET-LIST      TO TRUE
               MOVE WS-CUST-PAGE-NUMBER    TO I-CUST-PAGE-NUMBER
               SET PGNAME-CUSTDB           TO TRUE
               CALL PROGNAME USING CUSTDB-INTERFACE

               IF NOT CUST-STATUS-OK
                 MOVE 0                    TO O-CUST-COUNT
               END-IF

               IF O-CUST-COUNT = 0
                 SET FG-MORE-CUST-PAGES-N  TO TRUE
               ELSE
                 PERFORM VARYING IND-1 FROM 1 BY 1
                         UNTIL IND-1 > O-CUST-COUNT
                   MOVE O-CUST-ID(IND-1)   TO WS-CUSTOMERID
                   PERFORM F-SCORE-CUSTOMER
                 END-PERFORM
                 IF O-CUST-COUNT < K-PAGE-SIZE
                   SET FG-MORE-CUST-PAGES-N
                                           TO TRUE
                 ELSE
                   ADD 1                   TO WS-CUST-PAGE-NUMBER
                 END-IF
               END-IF
             END-PERFORM
           END-IF

           DISPLAY WS-SCORED-COUNT " CUSTOMER(S) SCORED"
           .
       F-SCORE-END.
           EXIT.
      ******************************************************************
       F-SCORE-CUSTOMER SECTION.
      *    NO ACCOUNT HISTORY AT ALL SCORES THE SAME AS LOANORD GIVES
      *    A BRAND-NEW ACCOUNT: ZERO TENURE, ONE POOR SIGNAL.
           MOVE 0                          TO WS-RISK-TXN-COUNT
           MOVE 0                          TO WS-RISK-BAL-SUM
           MOVE 0                          TO WS-RISK-OD-FEE-COUNT
           MOVE HIGH-VALUES                TO WS-RISK-EARLIEST-TS
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE WS-CUSTOMERID            TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER       TO I-ACC-PAGE-NUMBER
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE

             IF NOT ACCDB-STATUS-OK
               MOVE 0                      TO O-ACC-COUNT
             END-IF

             IF O-ACC-COUNT = 0
               SET FG-MORE-ACC-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING IND-2 FROM 1 BY 1
                       UNTIL IND-2 > O-ACC-COUNT
                 IF O-ACC-STATUS(IND-2) NOT = "C"
                   MOVE O-ACC-ACCOUNTID(IND-2)
                                           TO WS-RISK-ACCOUNTID
                   PERFORM F-SCAN-ACCOUNT-HISTORY
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           IF WS-RISK-TXN-COUNT = 0
             MOVE 0                        TO WS-RISK-TENURE-DAYS
             MOVE 0                        TO WS-RISK-AVG-BALANCE
           ELSE
             MOVE WS-RISK-EARLIEST-TS(1:4)
                                          TO WS-RISK-EARLIEST-DATE(1:4)
             MOVE WS-RISK-EARLIEST-TS(6:2)
                                          TO WS-RISK-EARLIEST-DATE(5:2)
             MOVE WS-RISK-EARLIEST-TS(9:2)
                                          TO WS-RISK-EARLIEST-DATE(7:2)
             COMPUTE WS-RISK-EARLIEST-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-RISK-EARLIEST-DATE)
             COMPUTE WS-RISK-TODAY-SERIAL =
                     FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
             COMPUTE WS-RISK-TENURE-DAYS =
                     WS-RISK-TODAY-SERIAL - WS-RISK-EARLIEST-SERIAL
             IF WS-RISK-TENURE-DAYS < 0
               MOVE 0                      TO WS-RISK-TENURE-DAYS
             END-IF
             COMPUTE WS-RISK-AVG-BALANCE ROUNDED =
                     WS-RISK-BAL-SUM / WS-RISK-TXN-COUNT
           END-IF

           MOVE 0                          TO WS-RISK-POOR-COUNT
           IF WS-RISK-TENURE-DAYS < K-RISK-MIN-TENURE-DAYS
             ADD 1                         TO WS-RISK-POOR-COUNT
           END-IF
           IF WS-RISK-AVG-BALANCE < K-RISK-MIN-AVG-BALANCE
             ADD 1                         TO WS-RISK-POOR-COUNT
           END-IF
           IF WS-RISK-OD-FEE-COUNT >= K-RISK-MAX-OD-FEE-COUNT
             ADD 1                         TO WS-RISK-POOR-COUNT
           END-IF

      *    AN OVERRIDE OR A PENDING REQUEST ON THE ROW IS KEPT.
           PERFORM F-READ-ROW
           MOVE WS-RISK-POOR-COUNT         TO CLM-SCORE-POOR-COUNT
           MOVE K-CLM-SCORE-LIMIT(WS-RISK-POOR-COUNT + 1)
                                           TO CLM-SCORED-LIMIT
           MOVE WS-TODAY-RAW               TO CLM-SCORED-DATE
           PERFORM F-WRITE-ROW
           ADD 1                           TO WS-SCORED-COUNT

           MOVE CLM-SCORED-LIMIT           TO WS-AMOUNT-EDITED
           DISPLAY "CUSTOMER " CLM-CUSTOMER-ID
                   " POOR SIGNALS " CLM-SCORE-POOR-COUNT
                   " SCORED LIMIT " WS-AMOUNT-EDITED " "
                   K-CLM-CURRENCY
           .
       F-SCORE-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-SCAN-ACCOUNT-HISTORY SECTION.
           MOVE 1                          TO WS-RISK-PAGE-NUMBER
           SET FG-MORE-RISK-PAGES-Y        TO TRUE

           PERFORM UNTIL FG-MORE-RISK-PAGES-N
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE WS-RISK-ACCOUNTID        TO I-TRANS-ACCOUNTID
             MOVE WS-RISK-PAGE-NUMBER      TO I-TRANS-PAGE-NUMBER
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE

             IF NOT TRANSDB-STATUS-OK
               MOVE 0                      TO O-TRANSDB-COUNT
             END-IF

             IF O-TRANSDB-COUNT = 0
               SET FG-MORE-RISK-PAGES-N    TO TRUE
             ELSE
               PERFORM VARYING IND-3 FROM 1 BY 1
                       UNTIL IND-3 > O-TRANSDB-COUNT
                 ADD 1                     TO WS-RISK-TXN-COUNT
                 ADD O-TRANS-ACCBALANCE(IND-3)
                                           TO WS-RISK-BAL-SUM
                 IF O-TRANS-TIMESTAMP(IND-3) < WS-RISK-EARLIEST-TS
                   MOVE O-TRANS-TIMESTAMP(IND-3)
                                           TO WS-RISK-EARLIEST-TS
                 END-IF
                 IF O-TRANS-TRANS-TYPE(IND-3) = "FEE       "
                 AND O-TRANS-MEMO(IND-3)(1:9) = "OVERDRAFT"
                   ADD 1                   TO WS-RISK-OD-FEE-COUNT
                 END-IF
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-RISK-PAGES-N  TO TRUE
               ELSE
                 ADD 1                     TO WS-RISK-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-SCAN-ACCOUNT-HISTORY-END.
           EXIT.
      ******************************************************************
       F-REQUEST-OVERRIDE SECTION.
           IF WS-CUSTOMERID = 0 OR ARG-TOK3 = SPACES
           OR ARG-TOK4 = SPACES
             DISPLAY "USAGE: LIMITMAINT OVERRIDE <CUSTOMER-ID> <LIMIT> "
                     "<BANK-USER> [REASON]"
             EXIT SECTION
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-TOK3)
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-BUSR-ID

      *    THE CUSTOMER MUST EXIST.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE WS-CUSTOMERID              TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK
             DISPLAY "NO SUCH CUSTOMER " WS-CUSTOMERID
             EXIT SECTION
           END-IF

           PERFORM F-READ-ROW
           IF CLM-REQUEST-PENDING
             DISPLAY "CUSTOMER " WS-CUSTOMERID " ALREADY HAS AN "
                     "OVERRIDE REQUEST PENDING"
             EXIT SECTION
           END-IF

           SET CLM-REQUEST-PENDING         TO TRUE
           MOVE WS-AMOUNT                  TO CLM-REQUEST-LIMIT
           MOVE ARG-REMAINDER              TO CLM-REQUEST-REASON
           MOVE WS-BUSR-ID                 TO CLM-REQUESTED-BY
           MOVE WS-TODAY-RAW               TO CLM-REQUESTED-DATE
           MOVE 0                          TO CLM-DECIDED-BY
           MOVE 0                          TO CLM-DECIDED-DATE
           PERFORM F-WRITE-ROW

           MOVE CLM-REQUEST-LIMIT          TO WS-AMOUNT-EDITED
           DISPLAY "OVERRIDE OF " WS-AMOUNT-EDITED " " K-CLM-CURRENCY
                   " REQUESTED FOR CUSTOMER " CLM-CUSTOMER-ID
                   ", AWAITING APPROVAL"
           .
       F-REQUEST-OVERRIDE-END.
           EXIT.
      ******************************************************************
       F-DECIDE-OVERRIDE SECTION.
           IF WS-CUSTOMERID = 0 OR ARG-TOK3 = SPACES
             DISPLAY "USAGE: LIMITMAINT APPROVE|REJECT <CUSTOMER-ID> "
                     "<BANK-USER>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-DECIDER-ID

           MOVE WS-CUSTOMERID              TO CLM-CUSTOMER-ID
           READ CREDIT-LIMIT-FILE
             INVALID KEY
               DISPLAY "NO CREDIT LIMIT ROW FOR CUSTOMER "
                       WS-CUSTOMERID
               EXIT SECTION
           END-READ

           IF NOT CLM-REQUEST-PENDING
             DISPLAY "NO OVERRIDE REQUEST PENDING FOR CUSTOMER "
                     WS-CUSTOMERID
             EXIT SECTION
           END-IF

           IF WS-DECIDER-ID = CLM-REQUESTED-BY
             DISPLAY "REQUESTER CANNOT APPROVE THEIR OWN OVERRIDE"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-DECIDER-ROLE
           IF FG-DECIDER-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-DECIDER-ID              TO CLM-DECIDED-BY
           MOVE WS-TODAY-RAW               TO CLM-DECIDED-DATE
           IF ARG-OP-APPROVE
             SET CLM-REQUEST-APPROVED      TO TRUE
             SET CLM-OVERRIDE-ACTIVE-Y     TO TRUE
             MOVE CLM-REQUEST-LIMIT        TO CLM-OVERRIDE-LIMIT
           ELSE
             SET CLM-REQUEST-REJECTED      TO TRUE
           END-IF
           REWRITE CREDIT-LIMIT-RECORD

           MOVE CLM-REQUEST-LIMIT          TO WS-AMOUNT-EDITED
           IF ARG-OP-APPROVE
             DISPLAY "OVERRIDE OF " WS-AMOUNT-EDITED " "
                     K-CLM-CURRENCY " APPROVED FOR CUSTOMER "
                     CLM-CUSTOMER-ID
           ELSE
             DISPLAY "OVERRIDE OF " WS-AMOUNT-EDITED " "
                     K-CLM-CURRENCY " REJECTED FOR CUSTOMER "
                     CLM-CUSTOMER-ID
           END-IF
           .
       F-DECIDE-OVERRIDE-END.
           EXIT.
      ******************************************************************
       F-CLEAR-OVERRIDE SECTION.
           IF WS-CUSTOMERID = 0 OR ARG-TOK3 = SPACES
             DISPLAY "USAGE: LIMITMAINT CLEAR <CUSTOMER-ID> <BANK-USER>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-DECIDER-ID

           MOVE WS-CUSTOMERID              TO CLM-CUSTOMER-ID
           READ CREDIT-LIMIT-FILE
             INVALID KEY
               DISPLAY "NO CREDIT LIMIT ROW FOR CUSTOMER "
                       WS-CUSTOMERID
               EXIT SECTION
           END-READ

           IF NOT CLM-OVERRIDE-ACTIVE-Y
             DISPLAY "CUSTOMER " WS-CUSTOMERID " HAS NO OVERRIDE "
                     "IN FORCE"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-DECIDER-ROLE
           IF FG-DECIDER-OK-N
             EXIT SECTION
           END-IF

           SET CLM-OVERRIDE-ACTIVE-N       TO TRUE
           MOVE 0                          TO CLM-OVERRIDE-LIMIT
           REWRITE CREDIT-LIMIT-RECORD

           MOVE CLM-SCORED-LIMIT           TO WS-AMOUNT-EDITED
           DISPLAY "OVERRIDE CLEARED FOR CUSTOMER " CLM-CUSTOMER-ID
                   ", SCORED LIMIT " WS-AMOUNT-EDITED " "
                   K-CLM-CURRENCY " APPLIES"
           .
       F-CLEAR-OVERRIDE-END.
           EXIT.
      ******************************************************************
       F-CHECK-DECIDER-ROLE SECTION.
           SET FG-DECIDER-OK-Y             TO TRUE
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-DECIDER-ID              TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             SET FG-DECIDER-OK-N           TO TRUE
             DISPLAY "DECIDING BANK USER NOT FOUND"
             EXIT SECTION
           END-IF

           MOVE O-BUSR-ROLE                TO WS-DECIDER-ROLE

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER-SENIOR
             SET FG-DECIDER-OK-N           TO TRUE
             DISPLAY "ONLY A SENIOR TELLER OR ADMIN MAY DECIDE "
                     "A CREDIT LIMIT OVERRIDE, DECIDER ROLE IS "
                     FUNCTION TRIM(WS-DECIDER-ROLE)
           END-IF
           .
       F-CHECK-DECIDER-ROLE-END.
           EXIT.
      ******************************************************************
       F-SHOW-LIMIT SECTION.
           IF WS-CUSTOMERID = 0
             DISPLAY "USAGE: LIMITMAINT SHOW <CUSTOMER-ID>"
             EXIT SECTION
           END-IF

           INITIALIZE CREDLIMIT-INTERFACE
           SET I-CLM-OP-GETITEM            TO TRUE
           MOVE WS-CUSTOMERID              TO I-CLM-CUSTOMERID
           SET PGNAME-CREDLIMIT            TO TRUE
           CALL PROGNAME USING CREDLIMIT-INTERFACE

           IF NOT CREDLIMIT-STATUS-OK
             DISPLAY "CREDIT LIMIT NOT AVAILABLE FOR CUSTOMER "
                     WS-CUSTOMERID ", STATUS " CREDLIMIT-STATUS
             EXIT SECTION
           END-IF

           MOVE O-CLM-LIMIT                TO WS-AMOUNT-EDITED
           DISPLAY "CUSTOMER " O-CLM-CUSTOMERID " LIMIT "
                   WS-AMOUNT-EDITED " " O-CLM-CURRENCY
                   " SOURCE " O-CLM-LIMIT-SOURCE
           MOVE O-CLM-LOAN-EXPOSURE        TO WS-AMOUNT-EDITED
           MOVE O-CLM-OD-EXPOSURE          TO WS-AMOUNT-EDITED-2
           DISPLAY "  LOANS      " WS-AMOUNT-EDITED
                   "  OVERDRAFTS " WS-AMOUNT-EDITED-2
           MOVE O-CLM-CARD-EXPOSURE        TO WS-AMOUNT-EDITED
           MOVE O-CLM-EXPOSURE             TO WS-AMOUNT-EDITED-2
           DISPLAY "  CARD LINES " WS-AMOUNT-EDITED
                   "  TOTAL      " WS-AMOUNT-EDITED-2
           MOVE O-CLM-AVAILABLE            TO WS-AVAILABLE-EDITED
           MOVE O-CLM-UTILIZATION-PCT      TO WS-PCT-EDITED
           DISPLAY "  AVAILABLE  " WS-AVAILABLE-EDITED
                   "  USED       " WS-PCT-EDITED "%"
           IF O-CLM-REQUEST-PENDING = "Y"
             DISPLAY "  AN OVERRIDE REQUEST IS PENDING APPROVAL"
           END-IF
           IF O-CLM-FX-MISSING = "Y"
             DISPLAY "  WARNING: AN AMOUNT HAD NO FX RATE AND WAS "
                     "COUNTED UNCONVERTED"
           END-IF
           .
       F-SHOW-LIMIT-END.
           EXIT.
      ******************************************************************
       F-LIST-LIMITS SECTION.
           MOVE LOW-VALUES                 TO CLM-CUSTOMER-ID
           START CREDIT-LIMIT-FILE KEY IS NOT LESS THAN CLM-CUSTOMER-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CREDIT-LIMIT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LIST-COUNT
                 MOVE CLM-SCORED-LIMIT     TO WS-AMOUNT-EDITED
                 MOVE CLM-OVERRIDE-LIMIT   TO WS-AMOUNT-EDITED-2
                 DISPLAY "CUST=" CLM-CUSTOMER-ID
                         " POOR=" CLM-SCORE-POOR-COUNT
                         " SCORED=" WS-AMOUNT-EDITED
                         " ON " CLM-SCORED-DATE
                         " OVERRIDE=" CLM-OVERRIDE-ACTIVE
                         " " WS-AMOUNT-EDITED-2
                         " REQUEST=" CLM-REQUEST-STATUS
                         " BY " CLM-REQUESTED-BY
                         " " FUNCTION TRIM(CLM-REQUEST-REASON)
             END-READ
           END-PERFORM

           IF WS-LIST-COUNT = 0
             DISPLAY "NO CREDIT LIMITS ON FILE"
           END-IF
           .
       F-LIST-LIMITS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
