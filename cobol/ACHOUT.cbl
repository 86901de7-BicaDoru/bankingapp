       PROGRAM-ID.                      ACHOUT.
      ******************************************************************
      *  Outbound ACH file generation. Run standalone (no dispatcher/
      *  permission layer, same as STANDRUN/ACHBATCH). Drains the
      *  populations that STANDRUN, LOANORD and GARNRUN can identify
      *  but cannot themselves settle, because they only resolve
      *  accounts held at this bank:
      *    - files/standord.dat orders that are SO-IS-ACTIVE and due,
      *      whose SO-DEST-IBAN does not resolve via ACCDB -- STANDRUN
      *      already leaves these skipped and due every run, so this
      *    - files/loans.dat loans left LN-DISBURSE-PENDING by LOANORD,
      *      whose principal is owed to LN-DISBURSE-IBAN instead of a
      *      LN-ACCOUNT-ID held here.
      *    - files/garnish.dat orders remitted by ACH (GN-REMIT-ACH)
      *      holding funds GARNRUN has captured but not yet paid to
      *      the issuing authority. The whole unremitted amount goes
      *      in one line to GN-AUTHORITY-IBAN; an order satisfied and
      *      now fully remitted is closed.
      *    - files/ddcollections.dat merchant direct debit collections
      *      DDCOLLECT has taken in and that are now due. These go
      *      the other way: a debit instruction on the debtor's bank
      *      under the merchant's mandate, debtor IBAN as source and
      *      the merchant's IBAN as destination. Nothing is posted
      *      here -- ACHRECON credits the merchant once the network
      *      confirms settlement.
      *  Each is debited/recorded the same way an interactive transfer
      *  or disbursement would be, then written as one ACH-OUT-RECORD
      *  line to files/ach_outbound_<yyyymmdd>.txt (one dated file per
      *  business day, appended on a re-run) for the ACH network.
      *  A standing order handled here still gets SO-NEXT-RUN-DATE
      *  advanced so it is not resent next run; a loan handled here is
      *  marked LN-DISBURSE-SENT so it is not resent either, and its
      *  principal is posted to the loan sub-ledger (see LOANLEDGER).
      *
      *  EVERY LINE ALSO GETS A PIPE-DELIMITED COMPANION RECORD IN
      *  files/reports/ACH_SETTLEMENT_DETAIL_<yyyymmdd>.txt -- THE
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT GARNISH-FILE ASSIGN TO "files/garnish.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GN-ID
           FILE STATUS IS WS-GN-FILE-STATUS.

           SELECT DD-COLL-FILE ASSIGN TO "files/ddcollections.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-ID
           FILE STATUS IS WS-DC-FILE-STATUS.

           SELECT ACH-OUTBOUND-FILE ASSIGN TO DYNAMIC
           WS-OUTBOUND-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  GARNISH-FILE.
       COPY GARNISHRECORD.

       FD  DD-COLL-FILE.
       COPY DDCOLLRECORD.

       FD  ACH-OUTBOUND-FILE.
       01  ACH-OUTBOUND-LINE             PIC X(200).

         88 PGNAME-DATEROLL             VALUE "DATEROLL            ".
         88 PGNAME-SCREENCHK            VALUE "SCREENCHK           ".
         88 PGNAME-FRAUDCHK             VALUE "FRAUDCHK            ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".

       01 CONSTANTS.
      *    BUSINESS-CALENDAR DATE-ROLL RULE (SEE DATEROLL.cbl).
         COPY CALENDARCONFIG.
      *    ACHO-AMOUNT IS FIXED AT EIGHT INTEGER DIGITS BY THE NETWORK
      *    FORMAT -- ANYTHING LARGER CANNOT GO OUT AS ONE ENTRY.
         05 K-ACH-MAX-AMOUNT            PIC 9(10)V99 VALUE 99999999.99.

       01 INTERNAL-VARS.
         05 WS-SO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LOAN-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-GN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-OUT-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-DETAIL-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-DETAIL-FILENAME          PIC X(256).
         05 FG-SCREEN-BLOCKED           PIC X(01).
           88 FG-SCREEN-BLOCKED-Y       VALUE "Y".
           88 FG-SCREEN-BLOCKED-N       VALUE "N".
         05 WS-OUT-AMOUNT               PIC 9(10)V99.
         05 WS-OUT-AMOUNT-EDITED        PIC Z(09)9.99.

         05 WS-TODAY-RAW                PIC 9(08).

         05 WS-ORDERS-CHECKED           PIC 9(07) VALUE 0.
         05 WS-ORDERS-SENT              PIC 9(07) VALUE 0.
         05 WS-LOANS-SENT               PIC 9(07) VALUE 0.
         05 WS-GARNISH-SENT             PIC 9(07) VALUE 0.
         05 WS-GARNISH-AMOUNT           PIC 9(10)V99.
         05 WS-DD-SENT                  PIC 9(07) VALUE 0.
         05 WS-LINE-PTR                 PIC 9(03).

         05 WS-BF-ACC-ID                PIC 9(09).
         05 WS-BF-ACC-BALANCE           PIC 9(10)V99.
         05 WS-BF-ACC-CURRENCY          PIC X(03).
         05 WS-BF-NEW-BALANCE           PIC 9(10)V99.

       01 LOCK-VARS.
      *    THIS RUN WRITES BOTH SHARED FILES -- LOAN ROWS AND THE
       COPY FILELOCKINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY DATEROLLINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY SCREENINTERFACE.
       COPY FRAUDINTERFACE.
       COPY LOANLEDGERINTERFACE.
       COPY ACHOUTRECORD.
      ******************************************************************
       PROCEDURE DIVISION.
           IF FG-LOANS-LOCK-HELD-Y AND FG-LOCK-HELD-Y
             PERFORM F-RUN-STANDING-ORDERS
             PERFORM F-RUN-LOAN-DISBURSEMENTS
             PERFORM F-RUN-GARNISH-REMITTANCES
             PERFORM F-RUN-DD-COLLECTIONS
             PERFORM F-FINISH
             MOVE "STANDORD"              TO WS-LOCK-NAME
             PERFORM F-RELEASE-FILE-LOCK
             " | SENT: ",
             FUNCTION TRIM(WS-ORDERS-SENT),
             " | LOAN DISBURSEMENTS SENT: ",
             FUNCTION TRIM(WS-LOANS-SENT),
             " | GARNISHMENT REMITTANCES: ",
             FUNCTION TRIM(WS-GARNISH-SENT),
             " | DIRECT DEBITS: ",
             FUNCTION TRIM(WS-DD-SENT)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           EXIT.
      ******************************************************************
       F-ADVANCE-NEXT-RUN-DATE SECTION.
      *    THE ORDER'S CALENDAR RULE WHEN IT HAS ONE (SEE SCHEDDATE),
      *    ELSE ITS SO-FREQUENCY-DAYS STRIDE -- EITHER WAY ROLLED OFF A
      *    WEEKEND OR HOLIDAY.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-ADVANCE             TO TRUE
           SET I-SD-ENTITY-SO              TO TRUE
           MOVE SO-ID                      TO I-SD-ENTITY-ID
           SET I-SD-RULE-DAYS              TO TRUE
           MOVE SO-FREQUENCY-DAYS          TO I-SD-INTERVAL
           MOVE SO-NEXT-RUN-DATE           TO I-SD-DATE
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF SCHEDDATE-STATUS-OK
             MOVE O-SD-DATE                TO SO-NEXT-RUN-DATE
           ELSE
             COMPUTE WS-SERIAL =
                     FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE)
                     + SO-FREQUENCY-DAYS
             COMPUTE SO-NEXT-RUN-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-SERIAL)
             MOVE SO-NEXT-RUN-DATE         TO WS-ROLL-DATE
             PERFORM UT-ROLL-TO-BUSINESS-DAY
             MOVE WS-ROLL-DATE             TO SO-NEXT-RUN-DATE
           END-IF
           .
       F-ADVANCE-NEXT-RUN-DATE-END.
           EXIT.
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF
           MOVE SO-AMOUNT                    TO WS-OUT-AMOUNT
           PERFORM F-CHECK-OUTBOUND-AMOUNT
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF

           INITIALIZE ACH-OUT-RECORD
           MOVE SO-SRC-IBAN                 TO ACHO-SRC-IBAN
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF
           MOVE LN-PRINCIPAL                 TO WS-OUT-AMOUNT
           PERFORM F-CHECK-OUTBOUND-AMOUNT
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF

           PERFORM F-BUILD-TIMESTAMP

           ADD 1                            TO WS-LOANS-SENT
           SET LN-DISBURSE-SENT             TO TRUE
           REWRITE LOAN-RECORD

      *    THE PRINCIPAL GOES ON THE LOAN SUB-LEDGER NOW THAT IT HAS
      *    ACTUALLY LEFT THE BANK. NO CUSTOMER ACCOUNT CARRIES THE
      *    CASH SIDE, SO THE ROW ASKS FOR IT (SEE LOANLEDGER).
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                 TO TRUE
           SET I-LL-EVENT-DISBURSEMENT      TO TRUE
           MOVE LN-ID                       TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID               TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                 TO I-LL-CURRENCY
           MOVE LN-PRINCIPAL                TO I-LL-PRINCIPAL
           MOVE "Y"                         TO I-LL-CASH-LEG
           MOVE PGM-ID                      TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER            TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           .
       F-SEND-LOAN-DISBURSEMENT-END.
           EXIT.
      ******************************************************************
       F-RUN-GARNISH-REMITTANCES SECTION.
      *    NO REGISTER -- NO ORDER HAS EVER BEEN SERVED.
           OPEN I-O GARNISH-FILE
           IF WS-GN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                  TO GN-ID
           START GARNISH-FILE KEY IS NOT LESS THAN GN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N        TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y        TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ GARNISH-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N      TO TRUE
               NOT AT END
                 IF GN-REMIT-ACH
                 AND GN-CAPTURED > GN-REMITTED
                   PERFORM F-SEND-GARNISH-REMITTANCE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE GARNISH-FILE
           .
       F-RUN-GARNISH-REMITTANCES-END.
           EXIT.
      ******************************************************************
       F-SEND-GARNISH-REMITTANCE SECTION.
      *    THE CAPTURES ALREADY LEFT THE DEBTOR'S ACCOUNTS (SEE
      *    GARNRUN), SO THERE IS NO SOURCE ACCOUNT TO DEBIT HERE --
      *    THE SAME SHAPE AS A LOAN DISBURSEMENT LINE. A BLOCKED
      *    DESTINATION LEAVES THE FUNDS OWED UNTIL THE CASE CLEARS.
           MOVE GN-AUTHORITY-IBAN           TO WS-SCREEN-DEST-IBAN
           PERFORM F-CHECK-OUTBOUND-SCREENING
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF

           COMPUTE WS-GARNISH-AMOUNT = GN-CAPTURED - GN-REMITTED
           MOVE WS-GARNISH-AMOUNT           TO WS-OUT-AMOUNT
           PERFORM F-CHECK-OUTBOUND-AMOUNT
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF
           PERFORM F-BUILD-TIMESTAMP

           INITIALIZE ACH-OUT-RECORD
           MOVE SPACES                      TO ACHO-SRC-IBAN
           MOVE GN-AUTHORITY-IBAN           TO ACHO-DEST-IBAN
           MOVE WS-GARNISH-AMOUNT           TO ACHO-AMOUNT
           MOVE GN-CURRENCY                 TO ACHO-CURRENCY
           SET ACHO-ORIGIN-GARNISH          TO TRUE
           MOVE GN-ID                       TO ACHO-ORIGIN-ID
      *    THE AUTHORITY APPLIES THE MONEY BY ITS OWN REFERENCE.
           MOVE GN-ORDER-REF                TO ACHO-REFERENCE
           MOVE WS-TIMESTAMP                TO ACHO-TIMESTAMP
           PERFORM F-WRITE-OUTBOUND-LINE

           ADD 1                            TO WS-GARNISH-SENT
           ADD WS-GARNISH-AMOUNT            TO GN-REMITTED
           MOVE WS-TODAY-RAW                TO GN-LAST-REMIT-DATE
           IF GN-IS-SATISFIED
             SET GN-IS-CLOSED               TO TRUE
             MOVE WS-TODAY-RAW              TO GN-CLOSED-DATE
           END-IF
           REWRITE GARNISH-RECORD
           .
       F-SEND-GARNISH-REMITTANCE-END.
           EXIT.
      ******************************************************************
       F-RUN-DD-COLLECTIONS SECTION.
      *    NO REGISTER -- NO MERCHANT HAS COLLECTED YET.
           OPEN I-O DD-COLL-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                  TO DC-ID
           START DD-COLL-FILE KEY IS NOT LESS THAN DC-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N        TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y        TO TRUE
           END-START

      *    DUE BY THE DAY THIS FILE SETTLES ON -- A COLLECTION DUE ON
      *    A WEEKEND GOES OUT IN THE FILE DATED FOR THE NEXT BUSINESS
      *    DAY, NOT A DAY EARLY.
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ DD-COLL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N      TO TRUE
               NOT AT END
                 IF DC-IS-ACCEPTED
                 AND DC-DUE-DATE <= WS-DETAIL-DATE-RAW
                   PERFORM F-SEND-DD-COLLECTION
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DD-COLL-FILE
           .
       F-RUN-DD-COLLECTIONS-END.
           EXIT.
      ******************************************************************
       F-SEND-DD-COLLECTION SECTION.
      *    THE DEBTOR IS THE COUNTERPARTY HERE, SO IT IS THE DEBTOR'S
      *    IBAN THAT IS SCREENED. A BLOCKED COLLECTION STAYS ACCEPTED
      *    AND GOES OUT ONCE THE CASE CLEARS.
           MOVE DC-DEBTOR-IBAN              TO WS-SCREEN-DEST-IBAN
           PERFORM F-CHECK-OUTBOUND-SCREENING
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF
           MOVE DC-AMOUNT                    TO WS-OUT-AMOUNT
           PERFORM F-CHECK-OUTBOUND-AMOUNT
           IF FG-SCREEN-BLOCKED-Y
             EXIT SECTION
           END-IF

           PERFORM F-BUILD-TIMESTAMP

           INITIALIZE ACH-OUT-RECORD
           MOVE DC-DEBTOR-IBAN              TO ACHO-SRC-IBAN
           MOVE DC-CREDITOR-IBAN            TO ACHO-DEST-IBAN
           MOVE DC-AMOUNT                   TO ACHO-AMOUNT
           MOVE DC-CURRENCY                 TO ACHO-CURRENCY
           SET ACHO-ORIGIN-DDEBIT           TO TRUE
           MOVE DC-ID                       TO ACHO-ORIGIN-ID
      *    THE CONFIRMATION COMES BACK UNDER THIS REFERENCE -- IT IS
      *    HOW ACHRECON FINDS THE COLLECTION AGAIN.
           STRING "DD" DC-ID "-" WS-DETAIL-DATE-RAW
             DELIMITED BY SIZE INTO ACHO-REFERENCE
           END-STRING
           MOVE WS-TIMESTAMP                TO ACHO-TIMESTAMP
           MOVE DC-MANDATE-ID               TO ACHO-MANDATE-ID
           MOVE DC-SEQ-TYPE                 TO ACHO-SEQ-TYPE
           PERFORM F-WRITE-OUTBOUND-LINE

           ADD 1                            TO WS-DD-SENT
           SET DC-IS-SENT                   TO TRUE
           MOVE ACHO-REFERENCE              TO DC-ACH-REF
           MOVE WS-TODAY-RAW                TO DC-SENT-DATE
           REWRITE DD-COLL-RECORD
           .
       F-SEND-DD-COLLECTION-END.
           EXIT.
      ******************************************************************
       F-BUILD-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           EXIT.
      ******************************************************************
       F-WRITE-OUTBOUND-LINE SECTION.
           MOVE SPACES                      TO ACH-OUTBOUND-LINE
           STRING
             ACHO-SRC-IBAN(1:22)
             " -> " ACHO-DEST-IBAN(1:22)
             " REF " ACHO-REFERENCE
             INTO ACH-OUTBOUND-LINE
           END-STRING
      *    A DIRECT DEBIT ALSO CARRIES THE MANDATE THE DEBTOR'S BANK
      *    CHECKS IT AGAINST.
           IF ACHO-ORIGIN-DDEBIT
             COMPUTE WS-LINE-PTR = FUNCTION LENGTH(
                     FUNCTION TRIM(ACH-OUTBOUND-LINE TRAILING)) + 1
             STRING
               " MANDATE " FUNCTION TRIM(ACHO-MANDATE-ID)
               " SEQ " ACHO-SEQ-TYPE
               DELIMITED BY SIZE
               INTO ACH-OUTBOUND-LINE
               WITH POINTER WS-LINE-PTR
             END-STRING
           END-IF
           WRITE ACH-OUTBOUND-LINE

           STRING
           .
       F-CHECK-OUTBOUND-SCREENING-END.
           EXIT.
      ******************************************************************
       F-CHECK-OUTBOUND-AMOUNT SECTION.
      *    AN ENTRY TOO LARGE FOR THE NETWORK FORMAT IS HELD BACK THE
      *    SAME WAY A SCREENING HIT IS -- NOTHING IS MARKED SENT, SO
      *    OPERATIONS CAN SPLIT IT OR PAY IT BY WIRE INSTEAD.
           SET FG-SCREEN-BLOCKED-N         TO TRUE
           IF WS-OUT-AMOUNT > K-ACH-MAX-AMOUNT
             SET FG-SCREEN-BLOCKED-Y       TO TRUE
             MOVE WS-OUT-AMOUNT            TO WS-OUT-AMOUNT-EDITED
             MOVE PGM-ID                   TO U-LOG-RUNNABLE-PROG
             STRING "OUTBOUND ENTRY HELD -- AMOUNT "
                    FUNCTION TRIM(WS-OUT-AMOUNT-EDITED)
                    " EXCEEDS THE ACH FORMAT"
               INTO U-LOG-LINE
             END-STRING
             PERFORM UT-LOG-SINGLE-LINE
           END-IF
           .
       F-CHECK-OUTBOUND-AMOUNT-END.
           EXIT.
      ******************************************************************
       F-ACQUIRE-FILE-LOCK SECTION.
      *    NAMED WRITER LOCK ON THE SHARED FILE (SEE FILELOCK.cbl) --
