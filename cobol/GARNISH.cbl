      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      GARNISH.
      ******************************************************************
      *  Garnishment / court levy order register. Run standalone:
      *     GARNISH ADD 00007 2500.00 400.00 EUR ACH 00003 TX-2026-0815
      *             RO49TAXA0000000000000001 - TAX OFFICE SECTOR 2
      *     GARNISH ADD 00007 9000.00 0 EUR WIRE 00003 LG/4411/26
      *             DE89370400440532013000 COBADEFFXXX AMTSGERICHT
      *     GARNISH ATTACH  00004
      *     GARNISH RELEASE 00004 00003
      *     GARNISH LIST
      *     GARNISH LIST    00004
      *  ADD records an order served on the bank -- debtor customer,
      *  amount ordered, the protected minimum the debtor keeps, the
      *  issuing authority and the account the authority is paid at
      *  (by ACH, or by international wire through a correspondent
      *  BIC, "-" for none) -- on files/garnish.dat (see
      *  GARNISHRECORD) and attaches it at once to every account of
      *  the customer's, including accounts held jointly (an active
      *  owner row in jointacc.dat under the customer's bank user).
      *  Registering or lifting an order is a senior-teller or admin
      *  action, the same decider roles ESTATE checks.
      *  ATTACH re-reads the customer's accounts -- GARNRUN does the
      *  same every night. RELEASE withdraws an order the authority
      *  has lifted: no further capture, although anything already
      *  captured is still remitted. LIST shows the register, or one
      *  order with its attached accounts.
      *  Capture and remittance are nightly: GARNRUN sweeps incoming
      *  credits above the protected minimum up to the amount still
      *  owed; ACHOUT (ACH orders) or WIRE GARNISH (wire orders) pays
      *  the authority, and the order closes itself once satisfied
      *  and fully remitted.
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
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  GARNISH-FILE.
       COPY GARNISHRECORD.

       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "GARNISH             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-ATTACH              VALUE "ATTACH".
           88 ARG-OP-RELEASE             VALUE "RELEASE".
           88 ARG-OP-LIST                VALUE "LIST".
      *    ADD:     TOK2=CUSTOMER  TOK3=AMOUNT ORDERED
      *             TOK4=PROTECTED MINIMUM  TOK5=CURRENCY
      *             TOK6=ACH|WIRE  TOK7=REGISTERING BANK USER
      *             TOK8=ORDER REFERENCE  TOK9=AUTHORITY IBAN
      *             TOK10=CORRESPONDENT BIC OR "-"
      *             REST OF LINE=AUTHORITY NAME
      *    ATTACH:  TOK2=ORDER ID
      *    RELEASE: TOK2=ORDER ID  TOK3=RELEASING BANK USER
      *    LIST:    TOK2=ORDER ID (OPTIONAL, DEFAULT WHOLE REGISTER)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(03).
         05 ARG-TOK6                    PIC X(04).
         05 ARG-TOK7                    PIC X(09).
         05 ARG-TOK8                    PIC X(20).
         05 ARG-TOK9                    PIC X(30).
         05 ARG-TOK10                   PIC X(11).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-GN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CUST-BUSR-ID             PIC 9(09).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-ATTACH-ACC-ID            PIC 9(09).
         05 WS-ATTACH-HOLDING           PIC X(01).
         05 WS-ATTACHED-BEFORE          PIC 9(02).
         05 WS-ACC-IDX                  PIC 9(02).
         05 WS-ORDERS-LISTED            PIC 9(05) VALUE 0.
         05 WS-OWED                     PIC 9(10)V99.
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-AMOUNT-EDITED-2          PIC Z(09)9.99.
         05 WS-AMOUNT-EDITED-3          PIC Z(09)9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-GARNISH-OK               PIC X VALUE 'Y'.
           88 FG-GARNISH-OK-Y           VALUE 'Y'.
           88 FG-GARNISH-OK-N           VALUE 'N'.
         05 FG-ALREADY-ATTACHED         PIC X VALUE 'N'.
           88 FG-ALREADY-ATTACHED-Y     VALUE 'Y'.
           88 FG-ALREADY-ATTACHED-N     VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY BUSRINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY AUDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           MOVE 1                          TO WS-PTR
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4,
                  ARG-TOK5, ARG-TOK6, ARG-TOK7, ARG-TOK8,
                  ARG-TOK9, ARG-TOK10
             WITH POINTER WS-PTR
           END-UNSTRING

           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               PERFORM F-REGISTER-ORDER
             WHEN ARG-OP-ATTACH
               PERFORM F-REATTACH-ORDER
             WHEN ARG-OP-RELEASE
               PERFORM F-RELEASE-ORDER
             WHEN ARG-OP-LIST
               PERFORM F-LIST-ORDERS
             WHEN OTHER
               DISPLAY "USAGE: GARNISH ADD|ATTACH|RELEASE|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "GARNISHMENT REGISTER STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE GARNISH-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "GARNISHMENT REGISTER FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O GARNISH-FILE
           IF WS-GN-FILE-STATUS = "35"
             OPEN OUTPUT GARNISH-FILE
             CLOSE GARNISH-FILE
             OPEN I-O GARNISH-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-REGISTER-ORDER SECTION.
           SET FG-GARNISH-OK-Y             TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK7) NOT = 0
             DISPLAY "CUSTOMER AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           IF ARG-TOK6 NOT = "ACH" AND NOT = "WIRE"
             DISPLAY "REMITTANCE CHANNEL MUST BE ACH OR WIRE"
             EXIT SECTION
           END-IF
           IF ARG-TOK8 = SPACES OR ARG-TOK9 = SPACES
             DISPLAY "AN ORDER NEEDS THE AUTHORITY'S REFERENCE AND "
                     "IBAN"
             EXIT SECTION
           END-IF
           IF ARG-TOK6 = "WIRE"
           AND (ARG-TOK10 = SPACES OR ARG-TOK10 = "-")
             DISPLAY "A WIRE REMITTANCE NEEDS A CORRESPONDENT BIC"
             EXIT SECTION
           END-IF

      *    THE ID SCAN READS THROUGH THE RECORD AREA -- DONE BEFORE
      *    THE NEW ROW IS BUILT IN IT.
           PERFORM F-FIND-NEXT-ID

           INITIALIZE GARNISH-RECORD
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO GN-CUSTOMER-ID
           COMPUTE GN-AMOUNT-ORDERED = FUNCTION NUMVAL(ARG-TOK3)
           COMPUTE GN-PROTECTED-MIN = FUNCTION NUMVAL(ARG-TOK4)
           MOVE ARG-TOK5                   TO GN-CURRENCY
           MOVE FUNCTION NUMVAL(ARG-TOK7)  TO WS-ACTOR-BUSR-ID
           MOVE ARG-TOK8                   TO GN-ORDER-REF
           MOVE ARG-TOK9                   TO GN-AUTHORITY-IBAN
           IF ARG-TOK10 NOT = "-"
             MOVE ARG-TOK10                TO GN-AUTHORITY-BIC
           END-IF
           IF ARG-TOK6 = "WIRE"
             SET GN-REMIT-WIRE             TO TRUE
           ELSE
             SET GN-REMIT-ACH              TO TRUE
           END-IF
           IF WS-PTR > 1 AND WS-PTR <= 200
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO GN-AUTHORITY-NAME
           END-IF

           IF GN-AMOUNT-ORDERED = 0
             DISPLAY "AMOUNT ORDERED MUST BE NON-ZERO"
             EXIT SECTION
           END-IF
           IF GN-AUTHORITY-NAME = SPACES
             DISPLAY "AN ORDER NEEDS THE ISSUING AUTHORITY'S NAME"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-GARNISH-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-LOAD-CUSTOMER
           IF FG-GARNISH-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-NEXT-ID                 TO GN-ID
           SET GN-IS-ACTIVE                TO TRUE
           MOVE WS-TODAY-RAW               TO GN-RECEIVED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO GN-ENTERED-BY

           PERFORM F-ATTACH-ACCOUNTS

           WRITE GARNISH-RECORD
             INVALID KEY
               DISPLAY "COULD NOT REGISTER ORDER -- STATUS "
                       WS-GN-FILE-STATUS
               EXIT SECTION
           END-WRITE

           INITIALIZE AUDIT-INTERFACE
           MOVE "GARNISH"                  TO I-AUDIT-ENTITY
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           MOVE GN-AMOUNT-ORDERED          TO WS-AMOUNT-EDITED
           DISPLAY "GARNISHMENT " GN-ID " REGISTERED -- "
                   FUNCTION TRIM(GN-ORDER-REF) " FOR "
                   FUNCTION TRIM(WS-AMOUNT-EDITED) " " GN-CURRENCY
                   " AGAINST CUSTOMER " GN-CUSTOMER-ID
           PERFORM F-DISPLAY-ATTACHED
           .
       F-REGISTER-ORDER-END.
           EXIT.
      ******************************************************************
       F-REATTACH-ORDER SECTION.
           SET FG-GARNISH-OK-Y             TO TRUE
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO GN-ID
           READ GARNISH-FILE
             INVALID KEY
               DISPLAY "NO GARNISHMENT ON FILE: " ARG-TOK2
               EXIT SECTION
           END-READ
           IF NOT GN-IS-ACTIVE
             DISPLAY "GARNISHMENT " GN-ID " IS NO LONGER ATTACHED "
                     "(STATUS " GN-STATUS ")"
             EXIT SECTION
           END-IF

           PERFORM F-LOAD-CUSTOMER
           IF FG-GARNISH-OK-N
             EXIT SECTION
           END-IF

           MOVE GN-ACC-COUNT               TO WS-ATTACHED-BEFORE
           PERFORM F-ATTACH-ACCOUNTS
           REWRITE GARNISH-RECORD

           COMPUTE IND-1 = GN-ACC-COUNT - WS-ATTACHED-BEFORE
           DISPLAY "GARNISHMENT " GN-ID " -- " IND-1
                   " NEW ACCOUNT(S) ATTACHED"
           PERFORM F-DISPLAY-ATTACHED
           .
       F-REATTACH-ORDER-END.
           EXIT.
      ******************************************************************
       F-RELEASE-ORDER SECTION.
           SET FG-GARNISH-OK-Y             TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "ORDER ID AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO GN-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-ACTOR-BUSR-ID

           READ GARNISH-FILE
             INVALID KEY
               DISPLAY "NO GARNISHMENT ON FILE: " ARG-TOK2
               EXIT SECTION
           END-READ
           IF NOT GN-IS-ACTIVE
             DISPLAY "GARNISHMENT " GN-ID " IS NOT ACTIVE (STATUS "
                     GN-STATUS ")"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-GARNISH-OK-N
             EXIT SECTION
           END-IF

           SET GN-IS-WITHDRAWN             TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO GN-RELEASED-BY
           MOVE WS-TODAY-RAW               TO GN-CLOSED-DATE
           REWRITE GARNISH-RECORD

           INITIALIZE AUDIT-INTERFACE
           MOVE "GARNISH"                  TO I-AUDIT-ENTITY
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           COMPUTE WS-OWED = GN-CAPTURED - GN-REMITTED
           MOVE GN-CAPTURED                TO WS-AMOUNT-EDITED
           MOVE WS-OWED                    TO WS-AMOUNT-EDITED-2
           DISPLAY "GARNISHMENT " GN-ID " RELEASED -- CAPTURED "
                   FUNCTION TRIM(WS-AMOUNT-EDITED) ", STILL TO "
                   "REMIT " FUNCTION TRIM(WS-AMOUNT-EDITED-2)
           .
       F-RELEASE-ORDER-END.
           EXIT.
      ******************************************************************
       F-LIST-ORDERS SECTION.
           IF ARG-TOK2 NOT = SPACES
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO GN-ID
             READ GARNISH-FILE
               INVALID KEY
                 DISPLAY "NO GARNISHMENT ON FILE: " ARG-TOK2
                 EXIT SECTION
             END-READ
             PERFORM F-DISPLAY-ORDER
             PERFORM F-DISPLAY-ATTACHED
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
                 PERFORM F-DISPLAY-ORDER
                 ADD 1                     TO WS-ORDERS-LISTED
             END-READ
           END-PERFORM

           IF WS-ORDERS-LISTED = 0
             DISPLAY "NO GARNISHMENT ORDERS ON FILE"
           END-IF
           .
       F-LIST-ORDERS-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-ORDER SECTION.
           MOVE GN-AMOUNT-ORDERED          TO WS-AMOUNT-EDITED
           MOVE GN-CAPTURED                TO WS-AMOUNT-EDITED-2
           MOVE GN-REMITTED                TO WS-AMOUNT-EDITED-3
           DISPLAY "ORDER " GN-ID
                   " REF=" FUNCTION TRIM(GN-ORDER-REF)
                   " CUST=" GN-CUSTOMER-ID
                   " STATUS=" GN-STATUS
                   " ORDERED=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                   " CAPTURED=" FUNCTION TRIM(WS-AMOUNT-EDITED-2)
                   " REMITTED=" FUNCTION TRIM(WS-AMOUNT-EDITED-3)
                   " " GN-CURRENCY
           MOVE GN-PROTECTED-MIN           TO WS-AMOUNT-EDITED
           DISPLAY "      AUTHORITY=" FUNCTION TRIM(GN-AUTHORITY-NAME)
                   " VIA=" GN-REMIT-CHANNEL
                   " IBAN=" GN-AUTHORITY-IBAN(1:22)
                   " PROTECTED=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                   " RECEIVED=" GN-RECEIVED-DATE
                   " CLOSED=" GN-CLOSED-DATE
           .
       F-DISPLAY-ORDER-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-ATTACHED SECTION.
           IF GN-ACC-COUNT = 0
             DISPLAY "      NO OPEN ACCOUNTS TO ATTACH YET"
             EXIT SECTION
           END-IF
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > GN-ACC-COUNT
             MOVE GN-ACC-CAPTURED(WS-ACC-IDX) TO WS-AMOUNT-EDITED
             DISPLAY "      ACCOUNT " GN-ACC-ID(WS-ACC-IDX)
                     " HOLDING=" GN-ACC-HOLDING(WS-ACC-IDX)
                     " CAPTURED=" FUNCTION TRIM(WS-AMOUNT-EDITED)
           END-PERFORM
           .
       F-DISPLAY-ATTACHED-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    SAME DECIDER ROLES AS ESTATE/LOANCHGOFF -- SENIOR TELLER OR
      *    ADMIN. AN ORDER MOVES MONEY OUT OF A CUSTOMER'S ACCOUNTS
      *    WITHOUT THE CUSTOMER'S INSTRUCTION.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-GARNISH-OK-N           TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER-SENIOR
             DISPLAY "ONLY A SENIOR TELLER OR ADMIN MAY REGISTER OR"
                     " RELEASE A GARNISHMENT"
             SET FG-GARNISH-OK-N           TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-LOAD-CUSTOMER SECTION.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE GN-CUSTOMER-ID             TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE

           IF CUST-STATUS-OK AND O-CUST-COUNT > 0
             MOVE O-CUST-BANKUSERID(1)     TO WS-CUST-BUSR-ID
           ELSE
             DISPLAY "CUSTOMER " GN-CUSTOMER-ID " NOT ON FILE"
             SET FG-GARNISH-OK-N           TO TRUE
           END-IF
           .
       F-LOAD-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-ATTACH-ACCOUNTS SECTION.
      *    ADDS EVERY OPEN ACCOUNT OF THE DEBTOR'S NOT ALREADY ON THE
      *    ORDER -- OWN ACCOUNTS FIRST, THEN JOINT HOLDINGS. AN
      *    ACCOUNT ONCE ATTACHED STAYS LISTED (ITS CAPTURE HISTORY
      *    WITH IT) EVEN AFTER IT CLOSES.
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
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 IF O-ACC-STATUS(IND-1) NOT = "C"
                   MOVE O-ACC-ACCOUNTID(IND-1) TO WS-ATTACH-ACC-ID
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

      *    JOINT OWNERS ARE KEYED BY BANK USER (SEE JOINTACCRECORD).
      *    A CUSTOMER WITHOUT A BANK USER CANNOT HOLD ANY JOINTLY.
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
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ JOINT-ACC-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
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
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > GN-ACC-COUNT
             IF GN-ACC-ID(WS-ACC-IDX) = WS-ATTACH-ACC-ID
               SET FG-ALREADY-ATTACHED-Y   TO TRUE
             END-IF
           END-PERFORM
           IF FG-ALREADY-ATTACHED-Y
             EXIT SECTION
           END-IF

           IF GN-ACC-COUNT >= 20
             DISPLAY "GARNISHMENT " GN-ID " -- ACCOUNT TABLE FULL, "
                     WS-ATTACH-ACC-ID " NOT ATTACHED"
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
       F-FIND-NEXT-ID SECTION.
           MOVE 0                          TO WS-NEXT-ID
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
                 IF GN-ID > WS-NEXT-ID
                   MOVE GN-ID              TO WS-NEXT-ID
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-NEXT-ID
           .
       F-FIND-NEXT-ID-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ENTITY
      *    AND THE ACTION SET.
           MOVE GN-ID                      TO I-AUDIT-ENTITY-ID
           MOVE WS-ACTOR-BUSR-ID           TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG             TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE
           .
       F-WRITE-AUDIT-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
