      *  moved on from. For each one, computes days-past-due off
      *  LN-NEXT-DUE-DATE and a late fee (a flat percentage of
      *  LN-REMAINING-PRINCIPAL, tiered by how late it is), and writes
      *  a dunning list tellers can work from. The fee is charged to
      *  the loan's linked account as a FEE posting and recorded on
      *  the loan sub-ledger (see LOANLEDGER) -- once per missed
      *  installment, topped up by the difference whenever the loan
      *  slides into a steeper tier, and only when the account can
      *  cover it; an uncollected fee is listed and tried again on
      *  the next run. The loan record itself is never touched --
      *  LOANRUN is still the only program that writes to loans.dat.
      *  A loan K-CHGOFF-MIN-DAYS-PAST-DUE or more days late (see
      *  LOANRISKCONFIG) is marked as a charge-off candidate -- the
      *  charge-off itself goes through LOANCHGOFF's approval.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANDELINQ          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".

       01 CONSTANTS.
      *    LATE FEE TIERS -- A FLAT PERCENTAGE OF LN-REMAINING-
         05 K-LATE-FEE-TIER2-DAYS       PIC 9(05) VALUE 30.
         05 K-LATE-FEE-TIER2-PCT        PIC 9V99  VALUE 2.50.
         05 K-LATE-FEE-TIER3-PCT        PIC 9V99  VALUE 5.00.
      *    CHARGE-OFF ELIGIBILITY THRESHOLD, SHARED WITH LOANCHGOFF.
         COPY LOANRISKCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-DUE-SERIAL               PIC S9(08).
         05 WS-DAYS-PAST-DUE            PIC S9(08).
         05 WS-LATE-FEE                 PIC 9(10)V99.
         05 WS-LATE-FEE-PCT             PIC 9V99.

         05 WS-LOANS-CHECKED            PIC 9(07) VALUE 0.
         05 WS-LOANS-DELINQUENT         PIC 9(07) VALUE 0.
         05 WS-CHGOFF-CANDIDATES        PIC 9(07) VALUE 0.
         05 WS-TOTAL-FEES               PIC 9(12)V99 VALUE 0.
         05 WS-FEES-CHARGED             PIC 9(12)V99 VALUE 0.
         05 WS-FEES-UNCOLLECTED         PIC 9(07) VALUE 0.

      *    LATE-FEE CHARGE -- SEE F-CHARGE-LATE-FEE.
         05 WS-FEE-ALREADY              PIC 9(10)V99.
         05 WS-FEE-DUE-NOW              PIC 9(10)V99.
         05 WS-FEE-ACC-BALANCE          PIC S9(10)V99.
         05 WS-FEE-NEW-BALANCE          PIC S9(10)V99.

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

      *    MEMO ON THE FEE POSTING, SO THE CHARGE READS BACK AS A LOAN
      *    LATE FEE ON THE ACCOUNT'S STATEMENT.
       01 WS-LATE-FEE-MEMO.
         05 FILLER                      PIC X(05) VALUE "LOAN ".
         05 WS-LFM-LOAN-ID              PIC 9(05).
         05 FILLER                      PIC X(13) VALUE " LATE FEE DUE".
         05 FILLER                      PIC X(01) VALUE " ".
         05 WS-LFM-DUE-DATE             PIC 9(08).
         05 FILLER                      PIC X(08) VALUE SPACES.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-FEE-COLLECTED            PIC X VALUE 'N'.
           88 FG-FEE-COLLECTED-Y        VALUE 'Y'.
           88 FG-FEE-COLLECTED-N        VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY LOANLEDGERINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
             " | DELINQUENT: ",
             FUNCTION TRIM(WS-LOANS-DELINQUENT),
             " | TOTAL LATE FEES: ",
             FUNCTION TRIM(WS-TOTAL-FEES),
             " | CHARGED THIS RUN: ",
             FUNCTION TRIM(WS-FEES-CHARGED),
             " | UNCOLLECTED: ",
             FUNCTION TRIM(WS-FEES-UNCOLLECTED),
             " | CHARGE-OFF CANDIDATES: ",
             FUNCTION TRIM(WS-CHGOFF-CANDIDATES)
             INTO DELINQ-LINE
           END-STRING
           WRITE DELINQ-LINE
           ADD WS-LATE-FEE               TO WS-TOTAL-FEES

           PERFORM F-WRITE-DELINQ-LINE
           PERFORM F-CHARGE-LATE-FEE
           .
       F-CHECK-DELINQUENT-END.
           EXIT.
      ******************************************************************
       F-CHARGE-LATE-FEE SECTION.
      *    THE FEE FOR AN INSTALLMENT IS CHARGED ONCE, AT THE TIER THE
      *    LOAN HAS REACHED; A LATER RUN IN A STEEPER TIER CHARGES ONLY
      *    THE DIFFERENCE. WHAT HAS BEEN CHARGED FOR THE CURRENT DUE
      *    DATE COMES BACK FROM THE LOAN SUB-LEDGER POSITION.
           MOVE 0                          TO WS-FEE-ALREADY
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-GETITEM             TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           IF LOANLEDGER-STATUS-OK
           AND O-LL-FEE-DUE-DATE = LN-NEXT-DUE-DATE
             MOVE O-LL-FEE-CHARGED         TO WS-FEE-ALREADY
           END-IF

           IF WS-LATE-FEE <= WS-FEE-ALREADY
             EXIT SECTION
           END-IF
           COMPUTE WS-FEE-DUE-NOW = WS-LATE-FEE - WS-FEE-ALREADY

           SET FG-FEE-COLLECTED-N          TO TRUE
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF ACCDB-STATUS-OK
           AND O-ACC-BALANCE(1) >= WS-FEE-DUE-NOW
             MOVE O-ACC-BALANCE(1)         TO WS-FEE-ACC-BALANCE
             PERFORM F-POST-LATE-FEE
           END-IF

           MOVE SPACES                     TO DELINQ-LINE
           IF FG-FEE-COLLECTED-Y
             ADD WS-FEE-DUE-NOW            TO WS-FEES-CHARGED
             STRING "  LATE FEE CHARGED " WS-FEE-DUE-NOW
                    " TO ACCOUNT " LN-ACCOUNT-ID
               DELIMITED BY SIZE
               INTO DELINQ-LINE
             END-STRING
           ELSE
             ADD 1                         TO WS-FEES-UNCOLLECTED
             STRING "  LATE FEE " WS-FEE-DUE-NOW
                    " NOT COLLECTED -- ACCOUNT " LN-ACCOUNT-ID
                    " CANNOT COVER IT, RETRIED NEXT RUN"
               DELIMITED BY SIZE
               INTO DELINQ-LINE
             END-STRING
           END-IF
           WRITE DELINQ-LINE
           .
       F-CHARGE-LATE-FEE-END.
           EXIT.
      ******************************************************************
       F-POST-LATE-FEE SECTION.
      *    SAME DB-CALL SEQUENCE LOANRUN USES FOR A COLLECTION, AS A
      *    FEE POSTING, THEN THE SUB-LEDGER ROW FOR IT.
           COMPUTE WS-FEE-NEW-BALANCE =
                   WS-FEE-ACC-BALANCE - WS-FEE-DUE-NOW

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           MOVE WS-FEE-NEW-BALANCE         TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             EXIT SECTION
           END-IF

           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC

           MOVE LN-ID                      TO WS-LFM-LOAN-ID
           MOVE LN-NEXT-DUE-DATE           TO WS-LFM-DUE-DATE

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-FEE            TO TRUE
           MOVE WS-FEE-DUE-NOW             TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-FEE-NEW-BALANCE         TO I-TRANS-ACCBALANCE
           MOVE WS-LATE-FEE-MEMO           TO I-TRANS-MEMO
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             EXIT SECTION
           END-IF

           SET FG-FEE-COLLECTED-Y          TO TRUE

           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-FEE              TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE WS-TODAY-RAW               TO I-LL-DATE
           MOVE WS-FEE-DUE-NOW             TO I-LL-FEE
           MOVE "N"                        TO I-LL-CASH-LEG
           MOVE LN-NEXT-DUE-DATE           TO I-LL-REF-DATE
           MOVE LN-REMAINING-PRINCIPAL     TO I-LL-OPEN-BALANCE
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           .
       F-POST-LATE-FEE-END.
           EXIT.
      ******************************************************************
       F-WRITE-DELINQ-LINE SECTION.
           STRING
           END-STRING
           WRITE DELINQ-LINE

           IF WS-DAYS-PAST-DUE >= K-CHGOFF-MIN-DAYS-PAST-DUE
             ADD 1                        TO WS-CHGOFF-CANDIDATES
             MOVE "  CHARGE-OFF CANDIDATE -- SEE LOANCHGOFF REQUEST"
                                          TO DELINQ-LINE
             WRITE DELINQ-LINE
           END-IF

      *    EVERY CO-BORROWER/GUARANTOR ON THE LOAN (SEE LOANPARTY)
      *    GOES ON THE DUNNING LIST TOO -- COLLECTIONS CONTACTS
      *    EVERYONE LEGALLY ON THE HOOK, NOT JUST THE PRIMARY.
