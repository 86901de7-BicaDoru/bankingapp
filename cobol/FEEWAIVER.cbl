      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      FEEWAIVER.
      ******************************************************************
      *  Relationship-based fee waivers -- called subprogram (same
      *  shape as NOTICE). A program about to charge a fee-schedule
      *  fee on an account passes the owning customer, the fee code
      *  and the amount; FEEWAIVER checks that customer's whole
      *  relationship against the rules on files/data/feewaivers.dat
      *  (maintained with WAIVERMAINT) and returns what to charge:
      *     "D" rules  combined deposits at or above the threshold --
      *                credit balances of the customer's own open
      *                accounts, of the accounts their bank user holds
      *                jointly, and active term deposit principal
      *     "L" rules  an active loan on files/loans.dat
      *     "S" rules  salary credited through PAYROLL to one of the
      *                customer's accounts within K-WAIVER-SALARY-DAYS
      *                (FEEWAIVERCONFIG, markers on salarycredits.dat)
      *  Of the rules that hold for the fee code the one waiving the
      *  highest percentage wins. Every waiver granted is appended to
      *  files/feewaivers_log.dat for FEEWAIVRPT and PROFITRPT. With
      *  no rule file at all every fee is charged in full.
      *  Callers: ACCBO (low-balance and overdraft fees), DRAFT and
      *  WIRE.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT WAIVER-RULE-FILE ASSIGN TO
           "files/data/feewaivers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WR-FILE-STATUS.

           SELECT WAIVER-LOG-FILE ASSIGN TO
           "files/feewaivers_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WL-FILE-STATUS.

           SELECT SALARY-CREDIT-FILE ASSIGN TO
           "files/salarycredits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SC-ACCOUNT-ID
           FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT LOANS-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT TERM-DEP-FILE ASSIGN TO "files/termdeposits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-ID
           FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT JOINT-ACC-FILE ASSIGN TO "files/jointacc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JA-KEY
           FILE STATUS IS WS-JA-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  WAIVER-RULE-FILE.
       COPY FEEWAIVERRULE.

       FD  WAIVER-LOG-FILE.
       COPY FEEWAIVERLOG.

       FD  SALARY-CREDIT-FILE.
       COPY SALARYCREDITRECORD.

       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  TERM-DEP-FILE.
       COPY TERMDEPRECORD.

       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "FEEWAIVER           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
         COPY FEEWAIVERCONFIG.
         COPY PAGINGCONFIG.

      *    THE RULE CATALOG, LOADED ON EVERY CALL -- IT IS A HANDFUL
      *    OF ROWS AND WAIVERMAINT MAY HAVE CHANGED IT SINCE.
       01 RULE-TABLE.
         05 WS-RULE-COUNT               PIC 9(03) VALUE 0.
         05 WS-RULE-ELEM                OCCURS 50 TIMES.
           10 WS-RULE-ID                PIC 9(03).
           10 WS-RULE-FEE-CODE          PIC X(08).
           10 WS-RULE-BASIS             PIC X(01).
           10 WS-RULE-THRESHOLD         PIC 9(10)V99.
           10 WS-RULE-PERCENT           PIC 9(03).
           10 WS-RULE-DESCRIPTION       PIC X(30).

      *    THE CUSTOMER'S OWN ACCOUNTS, FOR THE SALARY CHECK AND TO
      *    KEEP THEM OUT OF THE JOINT HOLDINGS.
       01 OWN-ACCOUNTS.
         05 WS-OWN-COUNT                PIC 9(03) VALUE 0.
         05 WS-OWN-ACCOUNT-ID           PIC 9(09) OCCURS 100 TIMES.

       01 INTERNAL-VARS.
         05 WS-WR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TD-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-CUST-BUSR-ID             PIC 9(09).
         05 WS-DEPOSITS                 PIC 9(10)V99.
         05 WS-DAYS-SINCE               PIC S9(07).
         05 WS-BEST-IDX                 PIC 9(03).
         05 WS-BEST-PERCENT             PIC 9(03).

       01 FLAGS.
         05 FG-MORE-ROWS                PIC X VALUE 'N'.
           88 FG-MORE-ROWS-Y            VALUE 'Y'.
           88 FG-MORE-ROWS-N            VALUE 'N'.
         05 FG-OWN-ACCOUNT              PIC X VALUE 'N'.
           88 FG-OWN-ACCOUNT-Y          VALUE 'Y'.
           88 FG-OWN-ACCOUNT-N          VALUE 'N'.
      *    EACH BASIS IS ONLY WORKED OUT ONCE PER CALL, AND ONLY WHEN
      *    A RULE FOR THIS FEE ACTUALLY ASKS FOR IT.
         05 FG-DEPOSITS-DONE            PIC X VALUE 'N'.
           88 FG-DEPOSITS-DONE-Y        VALUE 'Y'.
           88 FG-DEPOSITS-DONE-N        VALUE 'N'.
         05 FG-LOAN-DONE                PIC X VALUE 'N'.
           88 FG-LOAN-DONE-Y            VALUE 'Y'.
           88 FG-LOAN-DONE-N            VALUE 'N'.
         05 FG-HAS-LOAN                 PIC X VALUE 'N'.
           88 FG-HAS-LOAN-Y             VALUE 'Y'.
           88 FG-HAS-LOAN-N             VALUE 'N'.
         05 FG-SALARY-DONE              PIC X VALUE 'N'.
           88 FG-SALARY-DONE-Y          VALUE 'Y'.
           88 FG-SALARY-DONE-N          VALUE 'N'.
         05 FG-HAS-SALARY               PIC X VALUE 'N'.
           88 FG-HAS-SALARY-Y           VALUE 'Y'.
           88 FG-HAS-SALARY-N           VALUE 'N'.
         05 FG-RULE-HOLDS               PIC X VALUE 'N'.
           88 FG-RULE-HOLDS-Y           VALUE 'Y'.
           88 FG-RULE-HOLDS-N           VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY BUSDATEINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY FEEWAIVERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING FEEWAIVER-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE FEEWAIVER-OUT
           SET FEEWAIVER-STATUS-OK        TO TRUE

           IF NOT I-FWV-OP-APPLY
             SET FEEWAIVER-STATUS-BAD-OP  TO TRUE
             GO TO MAIN-END
           END-IF

      *    UNTIL A RULE SAYS OTHERWISE THE WHOLE FEE IS CHARGED.
           MOVE I-FWV-FEE-AMOUNT          TO O-FWV-CHARGE-AMOUNT
           IF I-FWV-FEE-AMOUNT = 0
             GO TO MAIN-END
           END-IF

           PERFORM F-LOAD-RULES
           IF WS-RULE-COUNT = 0
             GO TO MAIN-END
           END-IF

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-TODAY-RAW

           SET FG-DEPOSITS-DONE-N         TO TRUE
           SET FG-LOAN-DONE-N             TO TRUE
           SET FG-SALARY-DONE-N           TO TRUE
           MOVE 0                         TO WS-BEST-IDX
           MOVE 0                         TO WS-BEST-PERCENT

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-RULE-COUNT
             IF (WS-RULE-FEE-CODE(IND-1) = I-FWV-FEE-CODE
             OR  WS-RULE-FEE-CODE(IND-1) = "ALL     ")
             AND WS-RULE-PERCENT(IND-1) > WS-BEST-PERCENT
               PERFORM F-EVALUATE-RULE
               IF FG-RULE-HOLDS-Y
                 MOVE IND-1               TO WS-BEST-IDX
                 MOVE WS-RULE-PERCENT(IND-1) TO WS-BEST-PERCENT
               END-IF
             END-IF
           END-PERFORM

           IF WS-BEST-IDX = 0
             GO TO MAIN-END
           END-IF

           IF WS-BEST-PERCENT > 100
             MOVE 100                     TO WS-BEST-PERCENT
           END-IF
           COMPUTE O-FWV-WAIVED-AMOUNT ROUNDED =
               I-FWV-FEE-AMOUNT * WS-BEST-PERCENT / 100
           COMPUTE O-FWV-CHARGE-AMOUNT =
               I-FWV-FEE-AMOUNT - O-FWV-WAIVED-AMOUNT
           MOVE WS-RULE-ID(WS-BEST-IDX)   TO O-FWV-RULE-ID
           MOVE WS-RULE-DESCRIPTION(WS-BEST-IDX)
                                          TO O-FWV-DESCRIPTION

           IF O-FWV-WAIVED-AMOUNT > 0
             PERFORM F-WRITE-LOG
           END-IF
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-LOAD-RULES SECTION.
      *    NO RULE FILE YET -- NOTHING IS WAIVED (SAME FALLBACK AS
      *    ACCBO'S F-LOAD-FEE-SCHEDULE ON A MISSING FEE SCHEDULE).
           MOVE 0                         TO WS-RULE-COUNT
           OPEN INPUT WAIVER-RULE-FILE
           IF WS-WR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-ROWS-Y             TO TRUE
           PERFORM UNTIL FG-MORE-ROWS-N
             READ WAIVER-RULE-FILE
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF WS-RULE-COUNT < K-WAIVER-MAX-RULES
                 AND WR-PERCENT > 0
                   ADD 1                  TO WS-RULE-COUNT
                   MOVE WR-RULE-ID        TO WS-RULE-ID(WS-RULE-COUNT)
                   MOVE WR-FEE-CODE
                                    TO WS-RULE-FEE-CODE(WS-RULE-COUNT)
                   MOVE WR-BASIS       TO WS-RULE-BASIS(WS-RULE-COUNT)
                   MOVE WR-THRESHOLD
                                   TO WS-RULE-THRESHOLD(WS-RULE-COUNT)
                   MOVE WR-PERCENT   TO WS-RULE-PERCENT(WS-RULE-COUNT)
                   MOVE WR-DESCRIPTION
                                 TO WS-RULE-DESCRIPTION(WS-RULE-COUNT)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE WAIVER-RULE-FILE
           .
       F-LOAD-RULES-END.
           EXIT.
      ******************************************************************
       F-EVALUATE-RULE SECTION.
           SET FG-RULE-HOLDS-N            TO TRUE

           EVALUATE WS-RULE-BASIS(IND-1)
             WHEN "D"
               IF FG-DEPOSITS-DONE-N
                 PERFORM F-SUM-DEPOSITS
               END-IF
               IF WS-DEPOSITS >= WS-RULE-THRESHOLD(IND-1)
                 SET FG-RULE-HOLDS-Y      TO TRUE
               END-IF
             WHEN "L"
               IF FG-LOAN-DONE-N
                 PERFORM F-CHECK-LOAN
               END-IF
               IF FG-HAS-LOAN-Y
                 SET FG-RULE-HOLDS-Y      TO TRUE
               END-IF
             WHEN "S"
               IF FG-SALARY-DONE-N
                 PERFORM F-CHECK-SALARY
               END-IF
               IF FG-HAS-SALARY-Y
                 SET FG-RULE-HOLDS-Y      TO TRUE
               END-IF
           END-EVALUATE
           .
       F-EVALUATE-RULE-END.
           EXIT.
      ******************************************************************
       F-SUM-DEPOSITS SECTION.
           MOVE 0                         TO WS-DEPOSITS
           PERFORM F-LOAD-OWN-ACCOUNTS
           PERFORM F-ADD-JOINT-HOLDINGS
           PERFORM F-ADD-TERM-DEPOSITS
           SET FG-DEPOSITS-DONE-Y         TO TRUE
           .
       F-SUM-DEPOSITS-END.
           EXIT.
      ******************************************************************
       F-LOAD-OWN-ACCOUNTS SECTION.
      *    THE CUSTOMER'S ACCOUNTS, PAGE BY PAGE (SAME LOOP AS
      *    BALCERT). OPEN ACCOUNTS IN CREDIT COUNT TOWARD DEPOSITS;
      *    EVERY ACCOUNT IS REMEMBERED FOR THE SALARY CHECK.
           MOVE 0                         TO WS-OWN-COUNT
           MOVE 1                         TO WS-PAGE-NUMBER
           SET FG-MORE-ROWS-Y             TO TRUE

           PERFORM UNTIL FG-MORE-ROWS-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST         TO TRUE
             MOVE I-FWV-CUSTOMERID        TO I-ACC-CUSTOMERID
             MOVE WS-PAGE-NUMBER          TO I-ACC-PAGE-NUMBER
             SET PGNAME-ACCDB             TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             IF NOT ACCDB-STATUS-OK
               MOVE 0                     TO O-ACC-COUNT
             END-IF

             PERFORM VARYING IND-2 FROM 1 BY 1
                     UNTIL IND-2 > O-ACC-COUNT
               IF WS-OWN-COUNT < K-WAIVER-MAX-ACCOUNTS
                 ADD 1                    TO WS-OWN-COUNT
                 MOVE O-ACC-ACCOUNTID(IND-2)
                                  TO WS-OWN-ACCOUNT-ID(WS-OWN-COUNT)
               END-IF
               IF O-ACC-STATUS(IND-2) NOT = "C"
               AND O-ACC-BALANCE(IND-2) > 0
                 ADD O-ACC-BALANCE(IND-2) TO WS-DEPOSITS
               END-IF
             END-PERFORM

             IF O-ACC-COUNT < K-PAGE-SIZE
               SET FG-MORE-ROWS-N         TO TRUE
             ELSE
               ADD 1                      TO WS-PAGE-NUMBER
             END-IF
           END-PERFORM
           .
       F-LOAD-OWN-ACCOUNTS-END.
           EXIT.
      ******************************************************************
       F-ADD-JOINT-HOLDINGS SECTION.
      *    JOINT OWNERS ARE KEYED BY BANK USER (SEE JOINTACCRECORD),
      *    SO THE CUSTOMER'S BANK USER IS LOOKED UP FIRST. AN ACCOUNT
      *    THE CUSTOMER ALSO OWNS OUTRIGHT IS ALREADY COUNTED.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM         TO TRUE
           MOVE I-FWV-CUSTOMERID          TO I-CUST-CUSTID
           SET PGNAME-CUSTDB              TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE O-CUST-BANKUSERID(1)      TO WS-CUST-BUSR-ID
           IF WS-CUST-BUSR-ID = 0
             EXIT SECTION
           END-IF

           OPEN INPUT JOINT-ACC-FILE
           IF WS-JA-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-ROWS-Y             TO TRUE
           PERFORM UNTIL FG-MORE-ROWS-N
             READ JOINT-ACC-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF JA-BUSR-ID = WS-CUST-BUSR-ID AND JA-IS-ACTIVE
                   PERFORM F-ADD-JOINT-ACCOUNT
                 END-IF
             END-READ
           END-PERFORM

           CLOSE JOINT-ACC-FILE
           .
       F-ADD-JOINT-HOLDINGS-END.
           EXIT.
      ******************************************************************
       F-ADD-JOINT-ACCOUNT SECTION.
           SET FG-OWN-ACCOUNT-N           TO TRUE
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-OWN-COUNT
             IF WS-OWN-ACCOUNT-ID(IND-2) = JA-ACCOUNT-ID
               SET FG-OWN-ACCOUNT-Y       TO TRUE
             END-IF
           END-PERFORM
           IF FG-OWN-ACCOUNT-Y
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           MOVE JA-ACCOUNT-ID             TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF ACCDB-STATUS-OK
           AND O-ACC-STATUS(1) NOT = "C"
           AND O-ACC-BALANCE(1) > 0
             ADD O-ACC-BALANCE(1)         TO WS-DEPOSITS
           END-IF
           .
       F-ADD-JOINT-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-ADD-TERM-DEPOSITS SECTION.
           OPEN INPUT TERM-DEP-FILE
           IF WS-TD-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-ROWS-Y             TO TRUE
           PERFORM UNTIL FG-MORE-ROWS-N
             READ TERM-DEP-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF TD-CUSTOMER-ID = I-FWV-CUSTOMERID
                 AND TD-IS-ACTIVE
                   ADD TD-PRINCIPAL       TO WS-DEPOSITS
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TERM-DEP-FILE
           .
       F-ADD-TERM-DEPOSITS-END.
           EXIT.
      ******************************************************************
       F-CHECK-LOAN SECTION.
           SET FG-HAS-LOAN-N              TO TRUE
           SET FG-LOAN-DONE-Y             TO TRUE

           OPEN INPUT LOANS-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-ROWS-Y             TO TRUE
           PERFORM UNTIL FG-MORE-ROWS-N OR FG-HAS-LOAN-Y
             READ LOANS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF LN-CUSTOMER-ID = I-FWV-CUSTOMERID
                 AND LN-IS-ACTIVE
                   SET FG-HAS-LOAN-Y      TO TRUE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOANS-FILE
           .
       F-CHECK-LOAN-END.
           EXIT.
      ******************************************************************
       F-CHECK-SALARY SECTION.
           SET FG-HAS-SALARY-N            TO TRUE
           SET FG-SALARY-DONE-Y           TO TRUE

           IF FG-DEPOSITS-DONE-N
             PERFORM F-SUM-DEPOSITS
           END-IF

           OPEN INPUT SALARY-CREDIT-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-OWN-COUNT OR FG-HAS-SALARY-Y
             MOVE WS-OWN-ACCOUNT-ID(IND-2) TO SC-ACCOUNT-ID
             READ SALARY-CREDIT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF SC-LAST-DATE > 0
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
                     - FUNCTION INTEGER-OF-DATE(SC-LAST-DATE)
                   IF WS-DAYS-SINCE <= K-WAIVER-SALARY-DAYS
                     SET FG-HAS-SALARY-Y  TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE SALARY-CREDIT-FILE
           .
       F-CHECK-SALARY-END.
           EXIT.
      ******************************************************************
       F-WRITE-LOG SECTION.
      *    APPEND-ONLY, CREATED ON FIRST USE (SAME AS ACHOUT'S
      *    OUTBOUND FILE).
           OPEN EXTEND WAIVER-LOG-FILE
           IF WS-WL-FILE-STATUS = "35"
             OPEN OUTPUT WAIVER-LOG-FILE
           END-IF
           IF WS-WL-FILE-STATUS NOT = "00"
             SET FEEWAIVER-STATUS-IO-ERR  TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE FEE-WAIVER-LOG-RECORD
           MOVE WS-TODAY-RAW              TO WL-DATE
           MOVE I-FWV-CUSTOMERID          TO WL-CUSTOMER-ID
           MOVE I-FWV-ACCOUNTID           TO WL-ACCOUNT-ID
           MOVE I-FWV-FEE-CODE            TO WL-FEE-CODE
           MOVE I-FWV-FEE-AMOUNT          TO WL-FEE-AMOUNT
           MOVE O-FWV-WAIVED-AMOUNT       TO WL-WAIVED-AMOUNT
           MOVE O-FWV-RULE-ID             TO WL-RULE-ID
           MOVE WS-RULE-BASIS(WS-BEST-IDX) TO WL-BASIS
           MOVE O-FWV-DESCRIPTION         TO WL-DESCRIPTION
           WRITE FEE-WAIVER-LOG-RECORD

           CLOSE WAIVER-LOG-FILE
           .
       F-WRITE-LOG-END.
           EXIT.
