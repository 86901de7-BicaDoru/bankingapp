      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      REPRICEGAP.
      ******************************************************************
      *  Interest-rate repricing gap report for the ALCO pack. LIQFCST
      *  shows when cash moves; this shows when rates on the balance
      *  sheet can change. Run standalone, as of the business date:
      *     REPRICEGAP
      *     REPRICEGAP -100
      *  (a signed number of basis points overrides the K-RG-SHOCK-BP
      *  rate shock for the run). Every balance is placed in the
      *  K-RG-BUCKET-TABLE time buckets by the day it reprices:
      *    ASSETS
      *    - fixed-rate loans by their remaining amortization: each
      *      installment's principal on its due date, stepped by the
      *      loan's calendar rule as LOANRUN steps it (see SCHEDDATE).
      *      A loan whose installment no longer covers its interest
      *      (a staged loan still in drawdown) reprices at the end of
      *      its term
      *    - variable-rate loans (files/loanvarrate.dat) in full on
      *      LVR-NEXT-RESET-DATE
      *    - overdrawn account balances in the first bucket
      *    LIABILITIES
      *    - term deposits on TD-MATURITY-DATE
      *    - current, savings and notice account balances, currency
      *      pockets included, spread over the buckets by the
      *      product's K-RG-PROFILE-TABLE behavioral assumptions
      *  For each currency, and for all of them together in
      *  K-RG-REPORT-CURRENCY at the FXRATEHIST rate on the business
      *  date, files/reports/REPRICING_GAP_<yyyymmdd>.txt shows per
      *  bucket the assets, liabilities, gap, cumulative gap and the
      *  twelve-month net interest income impact of the shock (gap x
      *  shock x the bucket's K-RG-BUCKET-NII-WEIGHT). The report is
      *  registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT VARRATE-FILE ASSIGN TO "files/loanvarrate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVR-LOAN-ID
           FILE STATUS IS WS-LVR-FILE-STATUS.

           SELECT TERM-DEP-FILE ASSIGN TO "files/termdeposits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-ID
           FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  VARRATE-FILE.
       COPY LOANVARRATERECORD.

       FD  TERM-DEP-FILE.
       COPY TERMDEPRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "REPRICEGAP          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-POCKET               VALUE "POCKET              ".
         88 PGNAME-FXRATEHIST           VALUE "FXRATEHIST          ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         COPY REPRICECONFIG.
      *    THE CURRENCY COLUMNS OF THE GAP TABLE -- THE SAME THREE
      *    CODES CURRENCYCONFIG ACCEPTS (THE LIQFCST SHAPE). THE
      *    FOURTH COLUMN SUMS ALL THREE IN K-RG-REPORT-CURRENCY.
         05 K-RG-CURRENCY-COUNT       PIC 9(01) VALUE 3.
         05 K-RG-CURRENCY-ELEM.
           10 FILLER                  PIC X(03) VALUE "EUR".
           10 FILLER                  PIC X(03) VALUE "USD".
           10 FILLER                  PIC X(03) VALUE "GBP".
         05 K-RG-CURRENCY-TABLE REDEFINES K-RG-CURRENCY-ELEM
                                      OCCURS 3 TIMES.
           10 K-RG-CURRENCY-CODE      PIC X(03).

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).

       01 INTERNAL-VARS.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-LOAN-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-LVR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-TD-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SHOCK-BP                 PIC S9(04).

      *    ONE AMOUNT BEING PLACED IN THE GAP TABLE.
         05 WS-PL-SIDE                  PIC X(01).
           88 WS-PL-ASSET               VALUE "A".
           88 WS-PL-LIABILITY           VALUE "L".
         05 WS-PL-CURRENCY              PIC X(03).
         05 WS-PL-AMOUNT                PIC 9(10)V99.
         05 WS-PL-DATE                  PIC 9(08).
         05 WS-PL-BUCKET                PIC 9(01).
         05 WS-PL-DAYS                  PIC S9(08).
         05 WS-CCY-IDX                  PIC 9(01).
         05 WS-RPT-AMOUNT               PIC 9(12)V99.

      *    A DEPOSIT BALANCE BEING SPREAD BY ITS PRODUCT PROFILE.
         05 WS-PROFILE-IDX              PIC 9(01).
         05 WS-SPREAD-TOTAL             PIC 9(12)V99.
         05 WS-SPREAD-PART              PIC 9(10)V99.
         05 WS-SPREAD-LEFT              PIC 9(10)V99.

      *    THE FIXED-RATE LOAN BEING AMORTIZED.
         05 WS-AM-BALANCE               PIC 9(10)V99.
         05 WS-AM-INTEREST              PIC 9(10)V99.
         05 WS-AM-PRINCIPAL             PIC S9(10)V99.
         05 WS-AM-GUARD                 PIC 9(03).
         05 WS-SCHED-RULE               PIC X(01).
         05 WS-SCHED-INTERVAL           PIC 9(03).
         05 WS-SCHED-DAY                PIC 9(02).
         05 WS-PROJ-DATE                PIC 9(08).
         05 WS-PROJ-PARTS REDEFINES WS-PROJ-DATE.
           10 WS-PROJ-YYYY              PIC 9(04).
           10 WS-PROJ-MM                PIC 9(02).
           10 WS-PROJ-DD                PIC 9(02).
         05 WS-MONTH-COUNT              PIC 9(07).
         05 WS-END-DATE                 PIC 9(08).
         05 WS-END-PARTS REDEFINES WS-END-DATE.
           10 WS-END-YYYY               PIC 9(04).
           10 WS-END-MM                 PIC 9(02).
           10 WS-END-DD                 PIC 9(02).

      *    REPORT WORK FIELDS.
         05 WS-GAP                      PIC S9(13)V99.
         05 WS-CUM-GAP                  PIC S9(13)V99.
         05 WS-NII                      PIC S9(13)V99.
         05 WS-NII-TOTAL                PIC S9(13)V99.
         05 WS-ASSET-TOTAL              PIC 9(13)V99.
         05 WS-LIAB-TOTAL               PIC 9(13)V99.
         05 WS-COL-LABEL                PIC X(20).
         05 WS-A-EDITED                 PIC ZZZZZZZZZZZZ9.99.
         05 WS-L-EDITED                 PIC ZZZZZZZZZZZZ9.99.
         05 WS-GAP-EDITED               PIC -ZZZZZZZZZZZZ9.99.
         05 WS-CUM-EDITED               PIC -ZZZZZZZZZZZZ9.99.
         05 WS-NII-EDITED               PIC -ZZZZZZZZZZZZ9.99.
         05 WS-SHOCK-EDITED             PIC -ZZZ9.
         05 WS-AMT-EDITED               PIC ZZZZZZZZZ9.99.

      *    RUN TOTALS.
         05 WS-LOANS-READ               PIC 9(07) VALUE 0.
         05 WS-TERMDEPS-READ            PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-READ            PIC 9(07) VALUE 0.

      *  GAP TABLE -- ONE ROW PER BUCKET, ONE COLUMN PER CURRENCY PLUS
      *  THE ALL-CURRENCY COLUMN.
       01 GAP-TABLE.
         05 GAP-BUCKET-ELEM             OCCURS 7 TIMES.
           10 GAP-CCY-ELEM              OCCURS 4 TIMES.
             15 GAP-ASSETS              PIC 9(13)V99.
             15 GAP-LIABILITIES         PIC 9(13)V99.

      *    WHAT COULD NOT BE PLACED, FOR THE REPORT'S LAST SECTION.
       01 EXCEPTIONS.
         05 WS-EXC-COUNT                PIC 9(05) VALUE 0.
         05 WS-EXC-ELEM                 OCCURS 50 TIMES.
           10 WS-EXC-TEXT               PIC X(80).
         05 WS-EXC-CANDIDATE            PIC X(80).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-VARRATE-OPEN             PIC X VALUE 'N'.
           88 FG-VARRATE-OPEN-Y         VALUE 'Y'.
           88 FG-VARRATE-OPEN-N         VALUE 'N'.
         05 FG-VARIABLE-LOAN            PIC X VALUE 'N'.
           88 FG-VARIABLE-LOAN-Y        VALUE 'Y'.
           88 FG-VARIABLE-LOAN-N        VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-B                       PIC 9(01).
         05 IND-C                       PIC 9(01).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY POCKETINTERFACE.
       COPY FXHISTINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           PERFORM F-PLACE-LOANS
           PERFORM F-PLACE-TERM-DEPOSITS
           PERFORM F-PLACE-ACCOUNTS
           PERFORM F-WRITE-REPORT

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "REPRICING GAP REPORT STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE GAP-TABLE

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-TODAY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)

           MOVE K-RG-SHOCK-BP             TO WS-SHOCK-BP
           IF ARG-COMMAND-STRING NOT = SPACES
             COMPUTE WS-SHOCK-BP =
                     FUNCTION NUMVAL(ARG-COMMAND-STRING)
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING "LOANS: "
                  FUNCTION TRIM(WS-LOANS-READ)
                  " TERM DEPOSITS: "
                  FUNCTION TRIM(WS-TERMDEPS-READ)
                  " ACCOUNTS: "
                  FUNCTION TRIM(WS-ACCOUNTS-READ)
                  " EXCEPTIONS: "
                  FUNCTION TRIM(WS-EXC-COUNT)
             DELIMITED BY SIZE
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-BUCKET-FOR-DATE SECTION.
      *    WS-PL-DATE INTO WS-PL-BUCKET. ANYTHING ALREADY DUE COUNTS AS
      *    REPRICING TODAY.
           COMPUTE WS-PL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-PL-DATE)
                   - WS-TODAY-SERIAL
           IF WS-PL-DAYS < 0
             MOVE 0                       TO WS-PL-DAYS
           END-IF

           MOVE K-RG-BUCKET-COUNT         TO WS-PL-BUCKET
           PERFORM VARYING IND-B FROM K-RG-BUCKET-COUNT BY -1
                   UNTIL IND-B < 1
             IF WS-PL-DAYS <= K-RG-BUCKET-MAX-DAYS(IND-B)
               MOVE IND-B                 TO WS-PL-BUCKET
             END-IF
           END-PERFORM
           .
       F-BUCKET-FOR-DATE-END.
           EXIT.
      ******************************************************************
       F-PLACE-AMOUNT SECTION.
      *    WS-PL-AMOUNT IN WS-PL-CURRENCY ON WS-PL-SIDE OF BUCKET
      *    WS-PL-BUCKET -- IN ITS OWN CURRENCY COLUMN AND, CONVERTED,
      *    IN THE ALL-CURRENCY COLUMN.
           IF WS-PL-AMOUNT = 0
             EXIT SECTION
           END-IF

           MOVE 0                         TO WS-CCY-IDX
           PERFORM VARYING IND-C FROM 1 BY 1
                   UNTIL IND-C > K-RG-CURRENCY-COUNT
             IF K-RG-CURRENCY-CODE(IND-C) = WS-PL-CURRENCY
               MOVE IND-C                 TO WS-CCY-IDX
             END-IF
           END-PERFORM
           IF WS-CCY-IDX = 0
             MOVE WS-PL-AMOUNT            TO WS-AMT-EDITED
             STRING "UNSUPPORTED CURRENCY '" WS-PL-CURRENCY "' - "
                    FUNCTION TRIM(WS-AMT-EDITED) " NOT PLACED"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
             EXIT SECTION
           END-IF

           IF WS-PL-ASSET
             ADD WS-PL-AMOUNT    TO GAP-ASSETS(WS-PL-BUCKET, WS-CCY-IDX)
           ELSE
             ADD WS-PL-AMOUNT    TO
                 GAP-LIABILITIES(WS-PL-BUCKET, WS-CCY-IDX)
           END-IF

           PERFORM F-TO-REPORT-CURRENCY
           IF WS-PL-ASSET
             ADD WS-RPT-AMOUNT   TO GAP-ASSETS(WS-PL-BUCKET, 4)
           ELSE
             ADD WS-RPT-AMOUNT   TO GAP-LIABILITIES(WS-PL-BUCKET, 4)
           END-IF
           .
       F-PLACE-AMOUNT-END.
           EXIT.
      ******************************************************************
       F-TO-REPORT-CURRENCY SECTION.
      *    WS-PL-AMOUNT INTO WS-RPT-AMOUNT AT THE RATE IN EFFECT ON THE
      *    BUSINESS DATE (SEE FXRATEHIST.cbl).
           IF WS-PL-CURRENCY = K-RG-REPORT-CURRENCY
             MOVE WS-PL-AMOUNT            TO WS-RPT-AMOUNT
             EXIT SECTION
           END-IF

           INITIALIZE FXHIST-INTERFACE
           MOVE SPACES                    TO I-FXH-PAIR
           STRING WS-PL-CURRENCY K-RG-REPORT-CURRENCY
             DELIMITED BY SIZE INTO I-FXH-PAIR
           END-STRING
           MOVE WS-TODAY-RAW              TO I-FXH-AS-OF-DATE
           SET PGNAME-FXRATEHIST          TO TRUE
           CALL PROGNAME USING FXHIST-INTERFACE

           IF FXHIST-STATUS-OK
             COMPUTE WS-RPT-AMOUNT ROUNDED =
                     WS-PL-AMOUNT * O-FXH-RATE
           ELSE
             MOVE 0                       TO WS-RPT-AMOUNT
             MOVE WS-PL-AMOUNT            TO WS-AMT-EDITED
             STRING "NO " I-FXH-PAIR " RATE - "
                    FUNCTION TRIM(WS-AMT-EDITED) " " WS-PL-CURRENCY
                    " LEFT OUT OF THE ALL-CURRENCY TABLE"
               DELIMITED BY SIZE INTO WS-EXC-CANDIDATE
             END-STRING
             PERFORM F-ADD-EXCEPTION
           END-IF
           .
       F-TO-REPORT-CURRENCY-END.
           EXIT.
      ******************************************************************
       F-ADD-EXCEPTION SECTION.
      *    THE FIRST 50 ARE LISTED; THE REST ONLY COUNTED.
           ADD 1                          TO WS-EXC-COUNT
           IF WS-EXC-COUNT <= 50
             MOVE WS-EXC-CANDIDATE        TO WS-EXC-TEXT(WS-EXC-COUNT)
           END-IF
           MOVE SPACES                    TO WS-EXC-CANDIDATE
           .
       F-ADD-EXCEPTION-END.
           EXIT.
      ******************************************************************
       F-PLACE-LOANS SECTION.
           OPEN INPUT LOANS-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

      *    NO VARIABLE-RATE FILE -- EVERY LOAN IS FIXED-RATE.
           OPEN INPUT VARRATE-FILE
           IF WS-LVR-FILE-STATUS = "00"
             SET FG-VARRATE-OPEN-Y        TO TRUE
           END-IF

           MOVE LOW-VALUES                TO LN-ID
           START LOANS-FILE KEY IS NOT LESS THAN LN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LOANS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 IF LN-IS-ACTIVE AND LN-REMAINING-PRINCIPAL > 0
                   PERFORM F-PLACE-ONE-LOAN
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOANS-FILE
           IF FG-VARRATE-OPEN-Y
             CLOSE VARRATE-FILE
           END-IF
           .
       F-PLACE-LOANS-END.
           EXIT.
      ******************************************************************
       F-PLACE-ONE-LOAN SECTION.
           ADD 1                          TO WS-LOANS-READ
           SET WS-PL-ASSET                TO TRUE
           MOVE LN-CURRENCY               TO WS-PL-CURRENCY

           SET FG-VARIABLE-LOAN-N         TO TRUE
           IF FG-VARRATE-OPEN-Y
             MOVE LN-ID                   TO LVR-LOAN-ID
             READ VARRATE-FILE
               INVALID KEY
                 SET FG-VARIABLE-LOAN-N   TO TRUE
               NOT INVALID KEY
                 SET FG-VARIABLE-LOAN-Y   TO TRUE
             END-READ
           END-IF

      *    VARIABLE RATE -- THE WHOLE BALANCE REPRICES AT THE RESET.
           IF FG-VARIABLE-LOAN-Y
             MOVE LN-REMAINING-PRINCIPAL  TO WS-PL-AMOUNT
             MOVE LVR-NEXT-RESET-DATE     TO WS-PL-DATE
             PERFORM F-BUCKET-FOR-DATE
             PERFORM F-PLACE-AMOUNT
             EXIT SECTION
           END-IF

           PERFORM F-AMORTIZE-FIXED-LOAN
           .
       F-PLACE-ONE-LOAN-END.
           EXIT.
      ******************************************************************
       F-AMORTIZE-FIXED-LOAN SECTION.
      *    FIXED RATE -- EACH INSTALLMENT'S PRINCIPAL REPRICES WHEN IT
      *    COMES BACK. STEPPED FROM THE NEXT DUE DATE BY THE LOAN'S
      *    CALENDAR RULE (MONTHLY ON THE DUE DAY BY DEFAULT).
           MOVE LN-REMAINING-PRINCIPAL    TO WS-AM-BALANCE

           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-ENTITY-LOAN           TO TRUE
           MOVE LN-ID                     TO I-SD-ENTITY-ID
           SET I-SD-RULE-MONTH-DAY        TO TRUE
           MOVE 1                         TO I-SD-INTERVAL
           MOVE LN-NEXT-DUE-DATE          TO I-SD-DATE
           PERFORM F-LOAD-SCHEDULE

           MOVE 0                         TO WS-AM-GUARD
           PERFORM UNTIL WS-AM-BALANCE = 0 OR WS-AM-GUARD > 600
             ADD 1                        TO WS-AM-GUARD
             MOVE WS-PROJ-DATE            TO WS-PL-DATE
             PERFORM F-BUCKET-FOR-DATE
             COMPUTE WS-AM-INTEREST ROUNDED =
                     WS-AM-BALANCE * LN-ANNUAL-RATE-PCT / 1200
             COMPUTE WS-AM-PRINCIPAL =
                     LN-MONTHLY-PAYMENT - WS-AM-INTEREST
             EVALUATE TRUE
      *        EVERYTHING FROM HERE ON IS IN THE LAST BUCKET ANYWAY.
               WHEN WS-PL-BUCKET = K-RG-BUCKET-COUNT
                 MOVE WS-AM-BALANCE       TO WS-PL-AMOUNT
      *        INTEREST-ONLY -- THE BALANCE COMES BACK AT THE END OF
      *        THE TERM.
               WHEN WS-AM-PRINCIPAL <= 0
                 PERFORM F-TERM-END-DATE
                 MOVE WS-END-DATE         TO WS-PL-DATE
                 PERFORM F-BUCKET-FOR-DATE
                 MOVE WS-AM-BALANCE       TO WS-PL-AMOUNT
               WHEN WS-AM-PRINCIPAL >= WS-AM-BALANCE
                 MOVE WS-AM-BALANCE       TO WS-PL-AMOUNT
               WHEN OTHER
                 MOVE WS-AM-PRINCIPAL     TO WS-PL-AMOUNT
             END-EVALUATE
             PERFORM F-PLACE-AMOUNT
             SUBTRACT WS-PL-AMOUNT        FROM WS-AM-BALANCE
             IF WS-AM-BALANCE > 0
               PERFORM F-STEP-SCHEDULE
             END-IF
           END-PERFORM

      *    A SCHEDULE THAT COULD NOT BE STEPPED LEAVES THE REST IN THE
      *    LAST BUCKET REACHED.
           IF WS-AM-BALANCE > 0
             MOVE WS-AM-BALANCE           TO WS-PL-AMOUNT
             PERFORM F-PLACE-AMOUNT
           END-IF
           .
       F-AMORTIZE-FIXED-LOAN-END.
           EXIT.
      ******************************************************************
       F-TERM-END-DATE SECTION.
      *    LN-TERM-MONTHS ON FROM THE DATE BEING PROJECTED, ON A DAY
      *    EVERY MONTH HAS.
           COMPUTE WS-MONTH-COUNT =
                   WS-PROJ-YYYY * 12 + WS-PROJ-MM - 1 + LN-TERM-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
             GIVING WS-END-YYYY REMAINDER WS-END-MM
           END-DIVIDE
           ADD 1                          TO WS-END-MM
           MOVE WS-PROJ-DD                TO WS-END-DD
           IF WS-END-DD > 28
             MOVE 28                      TO WS-END-DD
           END-IF
           .
       F-TERM-END-DATE-END.
           EXIT.
      ******************************************************************
       F-LOAD-SCHEDULE SECTION.
      *    CALLER HAS LEFT THE ENTITY AND ITS DEFAULT RULE IN THE I-SD-
      *    FIELDS. KEEPS THE RULE SCHEDDATE HAS ON FILE FOR IT (OR THE
      *    DEFAULT) AND THE NOMINAL DATE TO STEP FROM.
           MOVE I-SD-RULE                 TO WS-SCHED-RULE
           MOVE I-SD-INTERVAL             TO WS-SCHED-INTERVAL
           MOVE I-SD-DAY                  TO WS-SCHED-DAY
           MOVE I-SD-DATE                 TO WS-PROJ-DATE
           SET I-SD-OP-GETITEM            TO TRUE
           SET PGNAME-SCHEDDATE           TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF SCHEDDATE-STATUS-OK OR SCHEDDATE-STATUS-NOT-FOUND
             MOVE O-SD-RULE               TO WS-SCHED-RULE
             MOVE O-SD-INTERVAL           TO WS-SCHED-INTERVAL
             MOVE O-SD-DAY                TO WS-SCHED-DAY
             MOVE O-SD-NOMINAL-DATE       TO WS-PROJ-DATE
           END-IF
           .
       F-LOAD-SCHEDULE-END.
           EXIT.
      ******************************************************************
       F-STEP-SCHEDULE SECTION.
      *    ONE INSTALLMENT ON FROM WS-PROJ-DATE. A SCHEDULE SCHEDDATE
      *    CANNOT STEP ENDS THE AMORTIZATION.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-NEXT               TO TRUE
           MOVE WS-SCHED-RULE             TO I-SD-RULE
           MOVE WS-SCHED-INTERVAL         TO I-SD-INTERVAL
           MOVE WS-SCHED-DAY              TO I-SD-DAY
           MOVE WS-PROJ-DATE              TO I-SD-DATE
           SET PGNAME-SCHEDDATE           TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF SCHEDDATE-STATUS-OK
             MOVE O-SD-NOMINAL-DATE       TO WS-PROJ-DATE
           ELSE
             MOVE 601                     TO WS-AM-GUARD
           END-IF
           .
       F-STEP-SCHEDULE-END.
           EXIT.
      ******************************************************************
       F-PLACE-TERM-DEPOSITS SECTION.
           OPEN INPUT TERM-DEP-FILE
           IF WS-TD-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                TO TD-ID
           START TERM-DEP-FILE KEY IS NOT LESS THAN TD-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ TERM-DEP-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 IF TD-IS-ACTIVE
                   ADD 1                  TO WS-TERMDEPS-READ
                   SET WS-PL-LIABILITY    TO TRUE
                   MOVE TD-CURRENCY       TO WS-PL-CURRENCY
                   MOVE TD-PRINCIPAL      TO WS-PL-AMOUNT
                   MOVE TD-MATURITY-DATE  TO WS-PL-DATE
                   PERFORM F-BUCKET-FOR-DATE
                   PERFORM F-PLACE-AMOUNT
                 END-IF
             END-READ
           END-PERFORM

           CLOSE TERM-DEP-FILE
           .
       F-PLACE-TERM-DEPOSITS-END.
           EXIT.
      ******************************************************************
       F-PLACE-ACCOUNTS SECTION.
           SET FG-MORE-ACC-PAGES-Y        TO TRUE
           MOVE 1                         TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST         TO TRUE
             MOVE 0                       TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER      TO I-ACC-PAGE-NUMBER
             SET PGNAME-ACCDB             TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE

             IF NOT ACCDB-STATUS-OK
               MOVE 0                     TO O-ACC-COUNT
             END-IF

             IF O-ACC-COUNT = 0
               SET FG-MORE-ACC-PAGES-N    TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 IF O-ACC-STATUS(IND-1) NOT = "C"
                   PERFORM F-PLACE-ONE-ACCOUNT
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N  TO TRUE
               ELSE
                 ADD 1                    TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-PLACE-ACCOUNTS-END.
           EXIT.
      ******************************************************************
       F-PLACE-ONE-ACCOUNT SECTION.
           ADD 1                          TO WS-ACCOUNTS-READ
           EVALUATE O-ACC-PRODUCT-TYPE(IND-1)
             WHEN "CUR"
               MOVE 1                     TO WS-PROFILE-IDX
             WHEN "N32"
             WHEN "N95"
               MOVE 3                     TO WS-PROFILE-IDX
             WHEN OTHER
               MOVE 2                     TO WS-PROFILE-IDX
           END-EVALUATE

      *    THE BASE POCKET -- THE ACCOUNT'S OWN BALANCE.
           MOVE O-ACC-CURRENCY(IND-1)(1:3) TO WS-PL-CURRENCY
           IF O-ACC-BALANCE(IND-1) < 0
             SET WS-PL-ASSET              TO TRUE
             COMPUTE WS-PL-AMOUNT = 0 - O-ACC-BALANCE(IND-1)
             MOVE 1                       TO WS-PL-BUCKET
             PERFORM F-PLACE-AMOUNT
           ELSE
             MOVE O-ACC-BALANCE(IND-1)    TO WS-SPREAD-TOTAL
             PERFORM F-SPREAD-DEPOSIT
           END-IF

      *    FOREIGN-CURRENCY POCKETS FOLLOW THE ACCOUNT'S PRODUCT.
           INITIALIZE POCKET-INTERFACE
           SET I-PKT-OP-GETLIST           TO TRUE
           MOVE O-ACC-ACCOUNTID(IND-1)    TO I-PKT-ACCOUNTID
           SET PGNAME-POCKET              TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE
           IF NOT POCKET-STATUS-OK
             MOVE 0                       TO O-PKT-COUNT
           END-IF
           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > O-PKT-COUNT
             IF O-PKT-L-BALANCE(IND-2) > 0
               MOVE O-PKT-L-CURRENCY(IND-2) TO WS-PL-CURRENCY
               MOVE O-PKT-L-BALANCE(IND-2)  TO WS-SPREAD-TOTAL
               PERFORM F-SPREAD-DEPOSIT
             END-IF
           END-PERFORM
           .
       F-PLACE-ONE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-SPREAD-DEPOSIT SECTION.
      *    WS-SPREAD-TOTAL IN WS-PL-CURRENCY OVER THE BUCKETS BY THE
      *    WS-PROFILE-IDX PERCENTAGES. ROUNDING CENTS GO TO THE FIRST
      *    BUCKET.
           IF WS-SPREAD-TOTAL = 0
             EXIT SECTION
           END-IF
           SET WS-PL-LIABILITY            TO TRUE
           MOVE WS-SPREAD-TOTAL           TO WS-SPREAD-LEFT

           PERFORM VARYING IND-B FROM 2 BY 1
                   UNTIL IND-B > K-RG-BUCKET-COUNT
             COMPUTE WS-SPREAD-PART = WS-SPREAD-TOTAL
                     * K-RG-PROFILE-PCT(WS-PROFILE-IDX, IND-B) / 100
             IF WS-SPREAD-PART > WS-SPREAD-LEFT
               MOVE WS-SPREAD-LEFT        TO WS-SPREAD-PART
             END-IF
             SUBTRACT WS-SPREAD-PART      FROM WS-SPREAD-LEFT
             MOVE WS-SPREAD-PART          TO WS-PL-AMOUNT
             MOVE IND-B                   TO WS-PL-BUCKET
             PERFORM F-PLACE-AMOUNT
           END-PERFORM

           MOVE WS-SPREAD-LEFT            TO WS-PL-AMOUNT
           MOVE 1                         TO WS-PL-BUCKET
           PERFORM F-PLACE-AMOUNT
           .
       F-SPREAD-DEPOSIT-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT SECTION.
           STRING "files/reports/REPRICING_GAP_" DELIMITED BY SIZE
                  WS-TODAY-RAW                   DELIMITED BY SIZE
                  ".txt"                         DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT

           MOVE WS-SHOCK-BP               TO WS-SHOCK-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "REPRICING GAP AS OF " WS-TODAY-RAW
                  "   PARALLEL SHOCK: " FUNCTION TRIM(WS-SHOCK-EDITED)
                  " BP   NII IMPACT OVER THE NEXT 12 MONTHS"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 4
             IF IND-C > K-RG-CURRENCY-COUNT
               MOVE SPACES                TO WS-COL-LABEL
               STRING "ALL CURRENCIES IN " K-RG-REPORT-CURRENCY
                 DELIMITED BY SIZE INTO WS-COL-LABEL
               END-STRING
             ELSE
               MOVE K-RG-CURRENCY-CODE(IND-C) TO WS-COL-LABEL
             END-IF
             PERFORM F-WRITE-CURRENCY-TABLE
           END-PERFORM

           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "LOANS: " FUNCTION TRIM(WS-LOANS-READ)
                  "   TERM DEPOSITS: " FUNCTION TRIM(WS-TERMDEPS-READ)
                  "   ACCOUNTS: " FUNCTION TRIM(WS-ACCOUNTS-READ)
                  "   EXCEPTIONS: " FUNCTION TRIM(WS-EXC-COUNT)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-EXC-COUNT OR IND-1 > 50
             MOVE SPACES                  TO REPORT-LINE
             STRING "  " WS-EXC-TEXT(IND-1)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM
           CLOSE REPORT-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE K-RG-BUCKET-COUNT         TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-REPORT-END.
           EXIT.
      ******************************************************************
       F-WRITE-CURRENCY-TABLE SECTION.
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "===== " FUNCTION TRIM(WS-COL-LABEL) " ====="
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "BUCKET               ASSETS      LIABILITIES"
             & "               GAP    CUMULATIVE GAP        NII IMPACT"
                                          TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0                         TO WS-CUM-GAP
           MOVE 0                         TO WS-NII-TOTAL
           MOVE 0                         TO WS-ASSET-TOTAL
           MOVE 0                         TO WS-LIAB-TOTAL
           PERFORM VARYING IND-B FROM 1 BY 1
                   UNTIL IND-B > K-RG-BUCKET-COUNT
             COMPUTE WS-GAP = GAP-ASSETS(IND-B, IND-C)
                            - GAP-LIABILITIES(IND-B, IND-C)
             ADD WS-GAP                   TO WS-CUM-GAP
             COMPUTE WS-NII ROUNDED = WS-GAP * WS-SHOCK-BP / 10000
                                    * K-RG-BUCKET-NII-WEIGHT(IND-B)
             ADD WS-NII                   TO WS-NII-TOTAL
             ADD GAP-ASSETS(IND-B, IND-C) TO WS-ASSET-TOTAL
             ADD GAP-LIABILITIES(IND-B, IND-C) TO WS-LIAB-TOTAL

             MOVE GAP-ASSETS(IND-B, IND-C)      TO WS-A-EDITED
             MOVE GAP-LIABILITIES(IND-B, IND-C) TO WS-L-EDITED
             MOVE WS-GAP                  TO WS-GAP-EDITED
             MOVE WS-CUM-GAP              TO WS-CUM-EDITED
             MOVE WS-NII                  TO WS-NII-EDITED
             MOVE SPACES                  TO REPORT-LINE
             STRING K-RG-BUCKET-LABEL(IND-B) " "
                    WS-A-EDITED " "
                    WS-L-EDITED " "
                    WS-GAP-EDITED " "
                    WS-CUM-EDITED " "
                    WS-NII-EDITED
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-PERFORM

           MOVE WS-ASSET-TOTAL            TO WS-A-EDITED
           MOVE WS-LIAB-TOTAL             TO WS-L-EDITED
           MOVE WS-CUM-GAP                TO WS-GAP-EDITED
           MOVE WS-NII-TOTAL              TO WS-NII-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "TOTAL      " WS-A-EDITED " "
                  WS-L-EDITED " "
                  WS-GAP-EDITED "                   "
                  WS-NII-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-CURRENCY-TABLE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
