      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      GARNRUN.
      ******************************************************************
      *  Garnishment capture batch. Run standalone (no dispatcher/
      *  permission layer, same as LOANRUN), nightly after ACHBATCH
      *  has posted the day's inbound credits and before ACHOUT cuts
      *  the outbound file. Walks the garnishment register
      *  (files/garnish.dat, see GARNISHRECORD) and, for every order
      *  still attached:
      *    - re-attaches it to the debtor's accounts, own and joint
      *      (see GARNISH.F-ATTACH-ACCOUNTS), so an account opened
      *      after the order was served is covered from its first
      *      credit;
      *    - captures what stands above the protected minimum on the
      *      attached accounts, up to the amount the order still
      *      lacks. The protected minimum is left to the debtor once
      *      across all the accounts together, in attachment order.
      *      Only accounts in the order's currency are swept. Each
      *      capture is a WITHDRAW posting quoting the order's
      *      reference;
      *    - once the ordered amount is captured the order is
      *      satisfied and capture stops.
      *  Remittance to the authority is not made here: ACHOUT pays
      *  ACH orders the same night, the wire desk pays wire orders
      *  with WIRE GARNISH. An order satisfied and fully remitted is
      *  closed, whichever of them catches it first. Writes results
      *  to files/reports/GARNISHMENT_RESULTS.txt.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT GARNISH-FILE ASSIGN TO "files/garnish.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GN-ID
           FILE STATUS IS WS-GN-FILE-STATUS.

           SELECT JOINT-ACC-FILE ASSIGN TO "files/jointacc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JA-KEY
           FILE STATUS IS WS-JA-FILE-STATUS.

           SELECT GARNISH-OUTPUT ASSIGN TO
           "files/reports/GARNISHMENT_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  GARNISH-FILE.
       COPY GARNISHRECORD.

       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.

       FD  GARNISH-OUTPUT.
       01  GARNISH-LINE                 PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "GARNRUN             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.

       01 INTERNAL-VARS.
         05 WS-GN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-BUSDATE-RAW              PIC 9(08).

         05 WS-ORDERS-READ              PIC 9(07) VALUE 0.
         05 WS-ORDERS-ACTIVE            PIC 9(07) VALUE 0.
         05 WS-CAPTURES                 PIC 9(07) VALUE 0.
         05 WS-SATISFIED                PIC 9(07) VALUE 0.
         05 WS-CLOSED                   PIC 9(07) VALUE 0.
         05 WS-ROWS-CHANGED             PIC 9(07) VALUE 0.
         05 WS-TOTAL-CAPTURED           PIC 9(12)V99 VALUE 0.

         05 WS-CUST-BUSR-ID             PIC 9(09).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-ATTACH-ACC-ID            PIC 9(09).
         05 WS-ATTACH-HOLDING           PIC X(01).
         05 WS-ACC-IDX                  PIC 9(02).
         05 WS-ATTACHED-BEFORE          PIC 9(02).
         05 WS-CAP-IDX                  PIC 9(02).
         05 WS-OWED                     PIC 9(10)V99.
         05 WS-PROTECT-LEFT             PIC 9(10)V99.
         05 WS-PROTECT-HERE             PIC 9(10)V99.
         05 WS-ACC-BALANCE              PIC S9(10)V99.
         05 WS-AVAILABLE                PIC S9(10)V99.
         05 WS-TAKE                     PIC 9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-AMOUNT-EDITED            PIC Z(11)9.99.
         05 WS-AMOUNT-EDITED-2          PIC Z(09)9.99.
         05 WS-PAYMENT-REF              PIC X(20).

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

      *    MEMO ON THE CAPTURE POSTING -- THE AUTHORITY'S REFERENCE,
      *    SO THE DEBTOR'S STATEMENT SAYS WHY THE MONEY WENT.
       01 WS-CAPTURE-MEMO.
         05 FILLER                      PIC X(12)
                                        VALUE "GARNISHMENT ".
         05 WS-CM-ORDER-REF             PIC X(20).
         05 FILLER                      PIC X(08) VALUE SPACES.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-JA-RECORDS          PIC X VALUE 'Y'.
           88 FG-MORE-JA-RECORDS-Y      VALUE 'Y'.
           88 FG-MORE-JA-RECORDS-N      VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-ALREADY-ATTACHED         PIC X VALUE 'N'.
           88 FG-ALREADY-ATTACHED-Y     VALUE 'Y'.
           88 FG-ALREADY-ATTACHED-N     VALUE 'N'.
         05 FG-ROW-CHANGED              PIC X VALUE 'N'.
           88 FG-ROW-CHANGED-Y          VALUE 'Y'.
           88 FG-ROW-CHANGED-N          VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
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
           MOVE "GARNISHMENT CAPTURE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-BUSDATE-RAW

           OPEN OUTPUT GARNISH-OUTPUT
           MOVE SPACES                     TO GARNISH-LINE
           STRING "GARNISHMENT CAPTURE FOR " WS-BUSDATE-RAW
             DELIMITED BY SIZE INTO GARNISH-LINE
           END-STRING
           WRITE GARNISH-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE WS-TOTAL-CAPTURED          TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO GARNISH-LINE
           STRING
             "ORDERS READ: ",
             FUNCTION TRIM(WS-ORDERS-READ),
             " | ATTACHED: ",
             FUNCTION TRIM(WS-ORDERS-ACTIVE),
             " | CAPTURES: ",
             FUNCTION TRIM(WS-CAPTURES),
             " | CAPTURED: ",
             FUNCTION TRIM(WS-AMOUNT-EDITED),
             " | SATISFIED: ",
             FUNCTION TRIM(WS-SATISFIED),
             " | CLOSED: ",
             FUNCTION TRIM(WS-CLOSED)
             INTO GARNISH-LINE
           END-STRING
           WRITE GARNISH-LINE
           CLOSE GARNISH-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-BUSDATE-RAW             TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE "files/reports/GARNISHMENT_RESULTS.txt"
                                           TO U-RPTREG-PATH
           MOVE WS-ROWS-CHANGED            TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE GARNISH-LINE              TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
      *    NO REGISTER YET -- NO ORDER HAS EVER BEEN SERVED.
           OPEN I-O GARNISH-FILE
           IF WS-GN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO GN-ID
           START GARNISH-FILE KEY IS NOT LESS THAN GN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ GARNISH-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-ORDERS-READ
                 SET FG-ROW-CHANGED-N      TO TRUE
                 IF GN-IS-ACTIVE
                   PERFORM F-PROCESS-ORDER
                 END-IF
                 PERFORM F-CHECK-CLOSE-ORDER
                 IF FG-ROW-CHANGED-Y
                   REWRITE GARNISH-RECORD
                   ADD 1                   TO WS-ROWS-CHANGED
                 END-IF
             END-READ
           END-PERFORM

           CLOSE GARNISH-FILE
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-ORDER SECTION.
           ADD 1                           TO WS-ORDERS-ACTIVE

           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE GN-CUSTOMER-ID             TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF CUST-STATUS-OK AND O-CUST-COUNT > 0
             MOVE O-CUST-BANKUSERID(1)     TO WS-CUST-BUSR-ID
           ELSE
             MOVE 0                        TO WS-CUST-BUSR-ID
           END-IF

           MOVE GN-ACC-COUNT               TO WS-ATTACHED-BEFORE
           PERFORM F-ATTACH-ACCOUNTS
           IF GN-ACC-COUNT > WS-ATTACHED-BEFORE
             SET FG-ROW-CHANGED-Y          TO TRUE
             COMPUTE WS-ATTACHED-BEFORE =
                     GN-ACC-COUNT - WS-ATTACHED-BEFORE
             MOVE SPACES                   TO GARNISH-LINE
             STRING "ORDER " GN-ID " ATTACHED TO " WS-ATTACHED-BEFORE
                    " FURTHER ACCOUNT(S) OF CUSTOMER "
                    GN-CUSTOMER-ID
               DELIMITED BY SIZE INTO GARNISH-LINE
             END-STRING
             WRITE GARNISH-LINE
           END-IF

           COMPUTE WS-OWED = GN-AMOUNT-ORDERED - GN-CAPTURED
           MOVE GN-PROTECTED-MIN           TO WS-PROTECT-LEFT
           MOVE SPACES                     TO WS-PAYMENT-REF
           STRING "GN" GN-ID "-" WS-BUSDATE-RAW
             DELIMITED BY SIZE INTO WS-PAYMENT-REF
           END-STRING
           MOVE GN-ORDER-REF               TO WS-CM-ORDER-REF

           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > GN-ACC-COUNT
                      OR WS-OWED = 0
             PERFORM F-CAPTURE-FROM-ACCOUNT
           END-PERFORM

           IF GN-CAPTURED >= GN-AMOUNT-ORDERED
             SET GN-IS-SATISFIED           TO TRUE
             SET FG-ROW-CHANGED-Y          TO TRUE
             ADD 1                         TO WS-SATISFIED
             MOVE GN-CAPTURED              TO WS-AMOUNT-EDITED
             MOVE SPACES                   TO GARNISH-LINE
             STRING "ORDER " GN-ID " SATISFIED -- "
                    FUNCTION TRIM(WS-AMOUNT-EDITED) " " GN-CURRENCY
                    " CAPTURED, ATTACHMENT LIFTED"
               DELIMITED BY SIZE INTO GARNISH-LINE
             END-STRING
             WRITE GARNISH-LINE
           END-IF
           .
       F-PROCESS-ORDER-END.
           EXIT.
      ******************************************************************
       F-CAPTURE-FROM-ACCOUNT SECTION.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE GN-ACC-ID(WS-CAP-IDX)      TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
           OR O-ACC-STATUS(1) = "C"
             EXIT SECTION
           END-IF

           MOVE O-ACC-BALANCE(1)           TO WS-ACC-BALANCE
           IF WS-ACC-BALANCE <= 0
             EXIT SECTION
           END-IF

      *    THE PROTECTED MINIMUM IS THE DEBTOR'S ACROSS EVERY ACCOUNT
      *    -- IT IS COUNTED OFF FIRST, BEFORE ANYTHING IS TAKEN.
           IF WS-ACC-BALANCE > WS-PROTECT-LEFT
             MOVE WS-PROTECT-LEFT          TO WS-PROTECT-HERE
           ELSE
             MOVE WS-ACC-BALANCE           TO WS-PROTECT-HERE
           END-IF
           SUBTRACT WS-PROTECT-HERE        FROM WS-PROTECT-LEFT
           COMPUTE WS-AVAILABLE = WS-ACC-BALANCE - WS-PROTECT-HERE
           IF WS-AVAILABLE <= 0
             EXIT SECTION
           END-IF

      *    NO FX LEG ON A LEVY -- A FOREIGN-CURRENCY ACCOUNT IS LEFT
      *    FOR THE DESK (LISTED HERE) RATHER THAN CONVERTED.
           IF O-ACC-CURRENCY(1)(1:3) NOT = GN-CURRENCY
             MOVE WS-AVAILABLE             TO WS-AMOUNT-EDITED
             MOVE SPACES                   TO GARNISH-LINE
             STRING "ORDER " GN-ID " ACCOUNT "
                    GN-ACC-ID(WS-CAP-IDX) " HOLDS "
                    FUNCTION TRIM(WS-AMOUNT-EDITED) " "
                    O-ACC-CURRENCY(1)(1:3)
                    " -- NOT IN ORDER CURRENCY, NOT CAPTURED"
               DELIMITED BY SIZE INTO GARNISH-LINE
             END-STRING
             WRITE GARNISH-LINE
             EXIT SECTION
           END-IF

           IF WS-AVAILABLE > WS-OWED
             MOVE WS-OWED                  TO WS-TAKE
           ELSE
             MOVE WS-AVAILABLE             TO WS-TAKE
           END-IF
           COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE - WS-TAKE

           PERFORM F-BUILD-TIMESTAMP
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE GN-ACC-ID(WS-CAP-IDX)      TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-WITHDRAW       TO TRUE
           MOVE WS-TAKE                    TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE             TO I-TRANS-ACCBALANCE
           MOVE WS-CAPTURE-MEMO            TO I-TRANS-MEMO
           MOVE WS-PAYMENT-REF             TO I-TRANS-PAYMENT-REF
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             MOVE SPACES                   TO GARNISH-LINE
             STRING "ORDER " GN-ID " ACCOUNT "
                    GN-ACC-ID(WS-CAP-IDX)
                    " -- CAPTURE POSTING FAILED, STATUS "
                    TRANSDB-STATUS
               DELIMITED BY SIZE INTO GARNISH-LINE
             END-STRING
             WRITE GARNISH-LINE
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE GN-ACC-ID(WS-CAP-IDX)      TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE             TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           ADD WS-TAKE                     TO GN-CAPTURED
           ADD WS-TAKE                     TO WS-TOTAL-CAPTURED
           ADD WS-TAKE                     TO
                                        GN-ACC-CAPTURED(WS-CAP-IDX)
           SUBTRACT WS-TAKE                FROM WS-OWED
           MOVE WS-BUSDATE-RAW             TO GN-LAST-CAPTURE-DATE
           SET FG-ROW-CHANGED-Y            TO TRUE
           ADD 1                           TO WS-CAPTURES

           MOVE WS-TAKE                    TO WS-AMOUNT-EDITED
           MOVE WS-OWED                    TO WS-AMOUNT-EDITED-2
           MOVE SPACES                     TO GARNISH-LINE
           STRING "ORDER " GN-ID " CAPTURED "
                  FUNCTION TRIM(WS-AMOUNT-EDITED) " " GN-CURRENCY
                  " FROM ACCOUNT " GN-ACC-ID(WS-CAP-IDX)
                  " -- STILL OWED "
                  FUNCTION TRIM(WS-AMOUNT-EDITED-2)
             DELIMITED BY SIZE INTO GARNISH-LINE
           END-STRING
           WRITE GARNISH-LINE
           .
       F-CAPTURE-FROM-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-CHECK-CLOSE-ORDER SECTION.
      *    SATISFIED AND EVERY CAPTURED CENT PAID OVER -- THE ORDER IS
      *    DONE. A WITHDRAWN ORDER KEEPS ITS STATUS. A WIRE ORDER
      *    WITH MONEY STILL TO PAY IS FLAGGED FOR THE WIRE DESK.
           IF GN-IS-SATISFIED
           AND GN-REMITTED >= GN-CAPTURED
             SET GN-IS-CLOSED              TO TRUE
             MOVE WS-BUSDATE-RAW           TO GN-CLOSED-DATE
             SET FG-ROW-CHANGED-Y          TO TRUE
             ADD 1                         TO WS-CLOSED
             MOVE SPACES                   TO GARNISH-LINE
             STRING "ORDER " GN-ID " CLOSED -- SATISFIED AND "
                    "FULLY REMITTED"
               DELIMITED BY SIZE INTO GARNISH-LINE
             END-STRING
             WRITE GARNISH-LINE
             EXIT SECTION
           END-IF

           IF GN-REMIT-WIRE
           AND GN-CAPTURED > GN-REMITTED
           AND NOT GN-IS-CLOSED
             COMPUTE WS-OWED = GN-CAPTURED - GN-REMITTED
             MOVE WS-OWED                  TO WS-AMOUNT-EDITED
             MOVE SPACES                   TO GARNISH-LINE
             STRING "ORDER " GN-ID " AWAITING WIRE OF "
                    FUNCTION TRIM(WS-AMOUNT-EDITED) " " GN-CURRENCY
                    " -- WIRE GARNISH " GN-ID
               DELIMITED BY SIZE INTO GARNISH-LINE
             END-STRING
             WRITE GARNISH-LINE
           END-IF
           .
       F-CHECK-CLOSE-ORDER-END.
           EXIT.
      ******************************************************************
       F-ATTACH-ACCOUNTS SECTION.
      *    SAME WALK AS GARNISH.F-ATTACH-ACCOUNTS -- OWN ACCOUNTS
      *    FIRST, THEN JOINT HOLDINGS UNDER THE DEBTOR'S BANK USER.
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE GN-CUSTOMER-ID           TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER       TO I-ACC-PAGE-NUMBER
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE

             IF NOT ACCDB-STATUS-OK
               MOVE 0                      TO O-ACC-COUNT
             END-IF

             IF O-ACC-COUNT = 0
               SET FG-MORE-ACC-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                       UNTIL WS-ACC-IDX > O-ACC-COUNT
                 IF O-ACC-STATUS(WS-ACC-IDX) NOT = "C"
                   MOVE O-ACC-ACCOUNTID(WS-ACC-IDX)
                                           TO WS-ATTACH-ACC-ID
                   MOVE "O"                TO WS-ATTACH-HOLDING
                   PERFORM F-ADD-ATTACHED-ACCOUNT
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           IF WS-CUST-BUSR-ID = 0
             EXIT SECTION
           END-IF

           OPEN INPUT JOINT-ACC-FILE
           IF WS-JA-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO JA-KEY
           START JOINT-ACC-FILE KEY IS NOT LESS THAN JA-KEY
             INVALID KEY
               SET FG-MORE-JA-RECORDS-N    TO TRUE
             NOT INVALID KEY
               SET FG-MORE-JA-RECORDS-Y    TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-JA-RECORDS-N
             READ JOINT-ACC-FILE NEXT RECORD
               AT END
                 SET FG-MORE-JA-RECORDS-N  TO TRUE
               NOT AT END
                 IF JA-BUSR-ID = WS-CUST-BUSR-ID
                 AND JA-IS-ACTIVE
                   MOVE JA-ACCOUNT-ID      TO WS-ATTACH-ACC-ID
                   MOVE "J"                TO WS-ATTACH-HOLDING
                   PERFORM F-ADD-ATTACHED-ACCOUNT
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOINT-ACC-FILE
           .
       F-ATTACH-ACCOUNTS-END.
           EXIT.
      ******************************************************************
       F-ADD-ATTACHED-ACCOUNT SECTION.
           SET FG-ALREADY-ATTACHED-N       TO TRUE
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > GN-ACC-COUNT
             IF GN-ACC-ID(IND-1) = WS-ATTACH-ACC-ID
               SET FG-ALREADY-ATTACHED-Y   TO TRUE
             END-IF
           END-PERFORM
           IF FG-ALREADY-ATTACHED-Y
           OR GN-ACC-COUNT >= 20
             EXIT SECTION
           END-IF

           ADD 1                           TO GN-ACC-COUNT
           MOVE WS-ATTACH-ACC-ID           TO GN-ACC-ID(GN-ACC-COUNT)
           MOVE WS-ATTACH-HOLDING          TO
                                        GN-ACC-HOLDING(GN-ACC-COUNT)
           MOVE 0                          TO
                                        GN-ACC-CAPTURED(GN-ACC-COUNT)
           .
       F-ADD-ATTACHED-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-BUILD-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
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
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
