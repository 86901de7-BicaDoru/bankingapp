      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CRSRPT.
      ******************************************************************
      *  Annual CRS/FATCA report to the tax authority. Run standalone
      *  each year, after TAXSTMT, for the closed calendar year, e.g.:
      *     CRSRPT 2026
      *     CRSRPT
      *  (no year: the year before the business date). Walks the tax
      *  residency file (files/taxresidency.dat, see TAXRESMAINT)
      *  and reports each customer to:
      *    - every certified residence country other than our own
      *      (K-TAX-HOME-COUNTRY) -- CRS, with the customer's TIN for
      *      that country
      *    - the US under FATCA when the customer declared themself
      *      a US person or certified US residence
      *    - the country of an open indicium (see TAXINDICIA) the
      *      customer never answered with a self-certification,
      *      flagged undocumented, when that country is not already
      *      covered above
      *  For every account the customer holds (ACCDB GETLIST by
      *  customer), the account's TRANSDB history gives the
      *  year-end balance -- the running balance after the last
      *  posting on or before 31 December, or the current balance of
      *  an account nothing has ever posted to -- and the gross
      *  interest credited in the year (INTEREST rows, the gross
      *  figure INTBATCH posts ahead of the TAX withholding, as on
      *  TAXSTMT). An account opened after the year, or closed before
      *  it, is left out; one closed during the year is reported
      *  with the closed indicator. Writes the exchange files
      *  files/reports/CRS_<year>.txt and FATCA_<year>.txt in
      *  CRS-EXCHANGE-RECORD layout and registers both on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT TAXRES-FILE ASSIGN TO "files/taxresidency.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-CUSTOMERID
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT CRS-OUTPUT ASSIGN TO DYNAMIC WS-CRS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRS-FILE-STATUS.

           SELECT FATCA-OUTPUT ASSIGN TO DYNAMIC WS-FATCA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FATCA-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  TAXRES-FILE.
       COPY TAXRESRECORD.

       FD  CRS-OUTPUT.
       01  CRS-LINE                      PIC X(300).

       FD  FATCA-OUTPUT.
       01  FATCA-LINE                    PIC X(300).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CRSRPT              ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         COPY TAXRESCONFIG.

       COPY CRSEXCHANGERECORD.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).

       01 INTERNAL-VARS.
         05 WS-CRS-FILENAME             PIC X(256).
         05 WS-FATCA-FILENAME           PIC X(256).
         05 WS-TR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CRS-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-FATCA-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-PARTS REDEFINES WS-TODAY-RAW.
           10 WS-TODAY-YYYY             PIC 9(04).
           10 FILLER                    PIC 9(04).
         05 WS-REPORT-YEAR              PIC 9(04).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).
         05 WS-ROW-YEAR                 PIC X(04).

      *    THE CUSTOMER BEING REPORTED.
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUR-NAME                 PIC X(50).
         05 WS-CUR-ADDRESS              PIC X(50).

      *    THE ACCOUNT BEING REPORTED, AND ITS YEAR.
         05 WS-YE-BALANCE               PIC S9(10)V99.
         05 WS-YE-INTEREST              PIC 9(10)V99.
         05 WS-ACC-CLOSED               PIC X(01).

      *    CONTROL TOTALS, ONE SET PER EXCHANGE FILE.
         05 WS-CRS-CUSTOMERS            PIC 9(07) VALUE 0.
         05 WS-CRS-ACCOUNTS             PIC 9(07) VALUE 0.
         05 WS-CRS-BALANCE-TOTAL        PIC 9(12)V99 VALUE 0.
         05 WS-CRS-INTEREST-TOTAL       PIC 9(12)V99 VALUE 0.
         05 WS-FATCA-CUSTOMERS          PIC 9(07) VALUE 0.
         05 WS-FATCA-ACCOUNTS           PIC 9(07) VALUE 0.
         05 WS-FATCA-BALANCE-TOTAL      PIC 9(12)V99 VALUE 0.
         05 WS-FATCA-INTEREST-TOTAL     PIC 9(12)V99 VALUE 0.

      *    WHERE THE CURRENT CUSTOMER IS REPORTED -- CERTIFIED
      *    COUNTRIES PLUS THE US AND AN UNANSWERED INDICIUM.
       01 JURISDICTIONS.
         05 WS-JUR-COUNT                PIC 9(01).
         05 WS-JUR-ELEM                 OCCURS 7 TIMES.
           10 WS-JUR-COUNTRY            PIC X(02).
           10 WS-JUR-TIN                PIC X(20).
           10 WS-JUR-UNDOCUMENTED       PIC X(01).
         05 WS-JUR-CANDIDATE            PIC X(02).
         05 WS-JUR-CANDIDATE-TIN        PIC X(20).

       01 FLAGS.
         05 FG-MORE-TR-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-TR-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-TR-ROWS-N         VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-SUB-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-N       VALUE 'N'.
         05 FG-ANY-ROWS                 PIC X VALUE 'N'.
           88 FG-ANY-ROWS-Y             VALUE 'Y'.
           88 FG-ANY-ROWS-N             VALUE 'N'.
         05 FG-YE-FOUND                 PIC X VALUE 'N'.
           88 FG-YE-FOUND-Y             VALUE 'Y'.
           88 FG-YE-FOUND-N             VALUE 'N'.
         05 FG-YEAR-ACTIVITY            PIC X VALUE 'N'.
           88 FG-YEAR-ACTIVITY-Y        VALUE 'Y'.
           88 FG-YEAR-ACTIVITY-N        VALUE 'N'.
         05 FG-REPORT-ACCOUNT           PIC X VALUE 'N'.
           88 FG-REPORT-ACCOUNT-Y       VALUE 'Y'.
           88 FG-REPORT-ACCOUNT-N       VALUE 'N'.
         05 FG-CUST-IN-CRS              PIC X VALUE 'N'.
           88 FG-CUST-IN-CRS-Y          VALUE 'Y'.
           88 FG-CUST-IN-CRS-N          VALUE 'N'.
         05 FG-CUST-IN-FATCA            PIC X VALUE 'N'.
           88 FG-CUST-IN-FATCA-Y        VALUE 'Y'.
           88 FG-CUST-IN-FATCA-N        VALUE 'N'.
         05 FG-JUR-KNOWN                PIC X VALUE 'N'.
           88 FG-JUR-KNOWN-Y            VALUE 'Y'.
           88 FG-JUR-KNOWN-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-3                       PIC 9(01).
         05 IND-4                       PIC 9(01).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY CUSTINTERFACE.
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

           IF ARG-COMMAND-STRING = SPACES
             COMPUTE WS-REPORT-YEAR = WS-TODAY-YYYY - 1
             PERFORM F-RUN-REPORT
           ELSE
             IF ARG-COMMAND-STRING(1:4) IS NUMERIC
               MOVE ARG-COMMAND-STRING(1:4) TO WS-REPORT-YEAR
               PERFORM F-RUN-REPORT
             ELSE
               DISPLAY "CRSRPT: expected a reporting year, got '"
                       FUNCTION TRIM(ARG-COMMAND-STRING) "'"
             END-IF
           END-IF

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CRS/FATCA ANNUAL REPORT STARTING"
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
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING "CRS CUSTOMERS: "
                  FUNCTION TRIM(WS-CRS-CUSTOMERS)
                  " ACCOUNTS: "
                  FUNCTION TRIM(WS-CRS-ACCOUNTS)
                  " | FATCA CUSTOMERS: "
                  FUNCTION TRIM(WS-FATCA-CUSTOMERS)
                  " ACCOUNTS: "
                  FUNCTION TRIM(WS-FATCA-ACCOUNTS)
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
       F-RUN-REPORT SECTION.
           PERFORM F-OPEN-OUTPUTS

           OPEN INPUT TAXRES-FILE
           IF WS-TR-FILE-STATUS = "00"
             MOVE LOW-VALUES               TO TR-CUSTOMERID
             START TAXRES-FILE KEY IS NOT LESS THAN TR-CUSTOMERID
               INVALID KEY
                 SET FG-MORE-TR-ROWS-N     TO TRUE
               NOT INVALID KEY
                 SET FG-MORE-TR-ROWS-Y     TO TRUE
             END-START

             PERFORM UNTIL FG-MORE-TR-ROWS-N
               READ TAXRES-FILE NEXT RECORD
                 AT END
                   SET FG-MORE-TR-ROWS-N   TO TRUE
                 NOT AT END
                   PERFORM F-BUILD-JURISDICTIONS
                   IF WS-JUR-COUNT > 0
                     PERFORM F-REPORT-CUSTOMER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TAXRES-FILE
           END-IF

           PERFORM F-CLOSE-OUTPUTS
           .
       F-RUN-REPORT-END.
           EXIT.
      ******************************************************************
       F-OPEN-OUTPUTS SECTION.
           STRING "files/reports/CRS_"  DELIMITED BY SIZE
                  WS-REPORT-YEAR        DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
             INTO WS-CRS-FILENAME
           END-STRING
           STRING "files/reports/FATCA_" DELIMITED BY SIZE
                  WS-REPORT-YEAR         DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
             INTO WS-FATCA-FILENAME
           END-STRING
           OPEN OUTPUT CRS-OUTPUT
           OPEN OUTPUT FATCA-OUTPUT

           MOVE SPACES                     TO CRS-EXCHANGE-RECORD
           SET CX-IS-HEADER                TO TRUE
           MOVE "CRS"                      TO CX-H-REGIME
           MOVE K-CRS-SENDER-ID            TO CX-H-SENDER-ID
           MOVE K-TAX-HOME-COUNTRY         TO CX-H-SENDER-COUNTRY
           MOVE WS-REPORT-YEAR             TO CX-H-REPORT-YEAR
           MOVE WS-TODAY-RAW               TO CX-H-CREATED-DATE
           STRING FUNCTION TRIM(K-CRS-SENDER-ID) "-CRS-"
                  WS-REPORT-YEAR "-" WS-TODAY-RAW
             DELIMITED BY SIZE INTO CX-H-MESSAGE-REF
           END-STRING
           WRITE CRS-LINE FROM CRS-EXCHANGE-RECORD

           MOVE SPACES                     TO CRS-EXCHANGE-RECORD
           SET CX-IS-HEADER                TO TRUE
           MOVE "FATCA"                    TO CX-H-REGIME
           MOVE K-CRS-SENDER-ID            TO CX-H-SENDER-ID
           MOVE K-TAX-HOME-COUNTRY         TO CX-H-SENDER-COUNTRY
           MOVE K-FATCA-GIIN               TO CX-H-GIIN
           MOVE WS-REPORT-YEAR             TO CX-H-REPORT-YEAR
           MOVE WS-TODAY-RAW               TO CX-H-CREATED-DATE
           STRING FUNCTION TRIM(K-CRS-SENDER-ID) "-FATCA-"
                  WS-REPORT-YEAR "-" WS-TODAY-RAW
             DELIMITED BY SIZE INTO CX-H-MESSAGE-REF
           END-STRING
           WRITE FATCA-LINE FROM CRS-EXCHANGE-RECORD
           .
       F-OPEN-OUTPUTS-END.
           EXIT.
      ******************************************************************
       F-CLOSE-OUTPUTS SECTION.
           MOVE SPACES                     TO CRS-EXCHANGE-RECORD
           SET CX-IS-TRAILER               TO TRUE
           MOVE WS-CRS-CUSTOMERS           TO CX-T-CUSTOMER-COUNT
           MOVE WS-CRS-ACCOUNTS            TO CX-T-ACCOUNT-COUNT
           MOVE WS-CRS-BALANCE-TOTAL       TO CX-T-BALANCE-TOTAL
           MOVE WS-CRS-INTEREST-TOTAL      TO CX-T-INTEREST-TOTAL
           WRITE CRS-LINE FROM CRS-EXCHANGE-RECORD
           CLOSE CRS-OUTPUT

           MOVE SPACES                     TO CRS-EXCHANGE-RECORD
           SET CX-IS-TRAILER               TO TRUE
           MOVE WS-FATCA-CUSTOMERS         TO CX-T-CUSTOMER-COUNT
           MOVE WS-FATCA-ACCOUNTS          TO CX-T-ACCOUNT-COUNT
           MOVE WS-FATCA-BALANCE-TOTAL     TO CX-T-BALANCE-TOTAL
           MOVE WS-FATCA-INTEREST-TOTAL    TO CX-T-INTEREST-TOTAL
           WRITE FATCA-LINE FROM CRS-EXCHANGE-RECORD
           CLOSE FATCA-OUTPUT

      *    BOTH EXCHANGE FILES ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG), EMPTY ONES INCLUDED.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-CRS-FILENAME           TO U-RPTREG-PATH
           MOVE WS-CRS-ACCOUNTS           TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-FATCA-FILENAME         TO U-RPTREG-PATH
           MOVE WS-FATCA-ACCOUNTS         TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-CLOSE-OUTPUTS-END.
           EXIT.
      ******************************************************************
       F-BUILD-JURISDICTIONS SECTION.
           MOVE 0                          TO WS-JUR-COUNT

      *    A CERTIFICATION ON FILE -- ITS COUNTRIES ARE THE ANSWER.
           IF TR-SELFCERT-DATE > 0
             PERFORM VARYING IND-3 FROM 1 BY 1
                     UNTIL IND-3 > TR-COUNTRY-COUNT
               MOVE TR-COUNTRY(IND-3)      TO WS-JUR-CANDIDATE
               MOVE TR-TIN(IND-3)          TO WS-JUR-CANDIDATE-TIN
               PERFORM F-ADD-JURISDICTION
             END-PERFORM
             IF TR-IS-US-PERSON
               MOVE "US"                   TO WS-JUR-CANDIDATE
               MOVE "NONE"                 TO WS-JUR-CANDIDATE-TIN
               PERFORM F-ADD-JURISDICTION
             END-IF
           END-IF

      *    AN INDICIUM NOBODY ANSWERED IS REPORTED AS UNDOCUMENTED.
           IF TR-INDICIA-OPEN
             MOVE TR-INDICIA-COUNTRY       TO WS-JUR-CANDIDATE
             MOVE SPACES                   TO WS-JUR-CANDIDATE-TIN
             PERFORM F-ADD-JURISDICTION
           END-IF
           .
       F-BUILD-JURISDICTIONS-END.
           EXIT.
      ******************************************************************
       F-ADD-JURISDICTION SECTION.
           IF WS-JUR-CANDIDATE = K-TAX-HOME-COUNTRY
           OR WS-JUR-CANDIDATE = SPACES
             EXIT SECTION
           END-IF

           SET FG-JUR-KNOWN-N              TO TRUE
           PERFORM VARYING IND-4 FROM 1 BY 1
                   UNTIL IND-4 > WS-JUR-COUNT
             IF WS-JUR-COUNTRY(IND-4) = WS-JUR-CANDIDATE
               SET FG-JUR-KNOWN-Y          TO TRUE
             END-IF
           END-PERFORM
           IF FG-JUR-KNOWN-Y OR WS-JUR-COUNT >= 7
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-JUR-COUNT
           MOVE WS-JUR-CANDIDATE    TO WS-JUR-COUNTRY(WS-JUR-COUNT)
           MOVE WS-JUR-CANDIDATE-TIN TO WS-JUR-TIN(WS-JUR-COUNT)
           IF TR-SELFCERT-DATE > 0 AND WS-JUR-CANDIDATE-TIN NOT = SPACES
             MOVE "N"               TO WS-JUR-UNDOCUMENTED(WS-JUR-COUNT)
           ELSE
             MOVE "Y"               TO WS-JUR-UNDOCUMENTED(WS-JUR-COUNT)
           END-IF
           .
       F-ADD-JURISDICTION-END.
           EXIT.
      ******************************************************************
       F-REPORT-CUSTOMER SECTION.
           MOVE TR-CUSTOMERID              TO WS-CUR-CUSTOMERID
           SET FG-CUST-IN-CRS-N            TO TRUE
           SET FG-CUST-IN-FATCA-N          TO TRUE

           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE WS-CUR-CUSTOMERID          TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF CUST-STATUS-OK
             MOVE O-CUST-USERNAME(1)       TO WS-CUR-NAME
             MOVE O-CUST-ADDRESS(1)        TO WS-CUR-ADDRESS
           ELSE
             MOVE SPACES                   TO WS-CUR-NAME
             MOVE SPACES                   TO WS-CUR-ADDRESS
           END-IF

           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE WS-CUR-CUSTOMERID        TO I-ACC-CUSTOMERID
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
                 PERFORM F-ACCOUNT-YEAR
                 IF FG-REPORT-ACCOUNT-Y
                   PERFORM VARYING IND-3 FROM 1 BY 1
                           UNTIL IND-3 > WS-JUR-COUNT
                     PERFORM F-WRITE-ACCOUNT-RECORD
                   END-PERFORM
                 END-IF
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           IF FG-CUST-IN-CRS-Y
             ADD 1                         TO WS-CRS-CUSTOMERS
           END-IF
           IF FG-CUST-IN-FATCA-Y
             ADD 1                         TO WS-FATCA-CUSTOMERS
           END-IF
           .
       F-REPORT-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-ACCOUNT-YEAR SECTION.
      *    TRANSDB LISTS NEWEST FIRST: THE FIRST ROW DATED IN OR
      *    BEFORE THE YEAR CARRIES THE YEAR-END BALANCE, AND THE
      *    FIRST ROW FROM AN EARLIER YEAR ENDS THE WALK.
           MOVE 0                          TO WS-YE-BALANCE
           MOVE 0                          TO WS-YE-INTEREST
           SET FG-ANY-ROWS-N               TO TRUE
           SET FG-YE-FOUND-N               TO TRUE
           SET FG-YEAR-ACTIVITY-N          TO TRUE
           SET FG-MORE-SUB-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-SUB-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE O-ACC-ACCOUNTID(IND-1)   TO I-TRANS-ACCOUNTID
             MOVE WS-SUB-PAGE-NUMBER       TO I-TRANS-PAGE-NUMBER
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE

             IF NOT TRANSDB-STATUS-OK
               MOVE 0                      TO O-TRANSDB-COUNT
             END-IF

             IF O-TRANSDB-COUNT = 0
               SET FG-MORE-SUB-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING IND-2 FROM 1 BY 1
                       UNTIL IND-2 > O-TRANSDB-COUNT
                          OR FG-MORE-SUB-PAGES-N
                 PERFORM F-ACCOUNT-YEAR-ROW
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-SUB-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-SUB-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           SET FG-REPORT-ACCOUNT-N         TO TRUE
           MOVE "N"                        TO WS-ACC-CLOSED
           EVALUATE TRUE
      *      NOTHING EVER POSTED -- THE CURRENT BALANCE IS THE
      *      YEAR-END ONE.
             WHEN FG-ANY-ROWS-N
               IF O-ACC-STATUS(IND-1) NOT = "C"
                 MOVE O-ACC-BALANCE(IND-1) TO WS-YE-BALANCE
                 SET FG-REPORT-ACCOUNT-Y   TO TRUE
               END-IF
      *      EVERYTHING POSTED AFTER THE YEAR -- NOT YET OPEN THEN.
             WHEN FG-YE-FOUND-N
               CONTINUE
             WHEN O-ACC-STATUS(IND-1) = "C"
               IF FG-YEAR-ACTIVITY-Y
                 MOVE "Y"                  TO WS-ACC-CLOSED
                 SET FG-REPORT-ACCOUNT-Y   TO TRUE
               ELSE
                 IF WS-YE-BALANCE NOT = 0
                   SET FG-REPORT-ACCOUNT-Y TO TRUE
                 END-IF
               END-IF
             WHEN OTHER
               SET FG-REPORT-ACCOUNT-Y     TO TRUE
           END-EVALUATE

           IF WS-YE-BALANCE < 0
             MOVE 0                        TO WS-YE-BALANCE
           END-IF
           .
       F-ACCOUNT-YEAR-END.
           EXIT.
      ******************************************************************
       F-ACCOUNT-YEAR-ROW SECTION.
           SET FG-ANY-ROWS-Y               TO TRUE
           MOVE O-TRANS-TIMESTAMP(IND-2)(1:4) TO WS-ROW-YEAR
           IF WS-ROW-YEAR > WS-REPORT-YEAR
             EXIT SECTION
           END-IF

           IF FG-YE-FOUND-N
             MOVE O-TRANS-ACCBALANCE(IND-2) TO WS-YE-BALANCE
             SET FG-YE-FOUND-Y             TO TRUE
           END-IF

           IF WS-ROW-YEAR < WS-REPORT-YEAR
             SET FG-MORE-SUB-PAGES-N       TO TRUE
             EXIT SECTION
           END-IF

           SET FG-YEAR-ACTIVITY-Y          TO TRUE
           IF O-TRANS-TRANS-TYPE(IND-2) = "INTEREST"
             ADD O-TRANS-AMMOUNT(IND-2)    TO WS-YE-INTEREST
           END-IF
           .
       F-ACCOUNT-YEAR-ROW-END.
           EXIT.
      ******************************************************************
       F-WRITE-ACCOUNT-RECORD SECTION.
           MOVE SPACES                     TO CRS-EXCHANGE-RECORD
           SET CX-IS-ACCOUNT               TO TRUE
           MOVE WS-JUR-COUNTRY(IND-3)      TO CX-A-JURISDICTION
           MOVE WS-CUR-CUSTOMERID          TO CX-A-CUSTOMERID
           MOVE WS-CUR-NAME                TO CX-A-NAME
           MOVE WS-CUR-ADDRESS             TO CX-A-ADDRESS
           MOVE WS-JUR-TIN(IND-3)          TO CX-A-TIN
           MOVE WS-JUR-UNDOCUMENTED(IND-3) TO CX-A-UNDOCUMENTED
           MOVE O-ACC-IBAN(IND-1)          TO CX-A-IBAN
           MOVE O-ACC-CURRENCY(IND-1)      TO CX-A-CURRENCY
           MOVE WS-ACC-CLOSED              TO CX-A-CLOSED
           MOVE WS-YE-BALANCE              TO CX-A-BALANCE
           MOVE WS-YE-INTEREST             TO CX-A-GROSS-INTEREST

           IF WS-JUR-COUNTRY(IND-3) = "US"
             WRITE FATCA-LINE FROM CRS-EXCHANGE-RECORD
             SET FG-CUST-IN-FATCA-Y        TO TRUE
             ADD 1                         TO WS-FATCA-ACCOUNTS
             ADD WS-YE-BALANCE             TO WS-FATCA-BALANCE-TOTAL
             ADD WS-YE-INTEREST            TO WS-FATCA-INTEREST-TOTAL
           ELSE
             WRITE CRS-LINE FROM CRS-EXCHANGE-RECORD
             SET FG-CUST-IN-CRS-Y          TO TRUE
             ADD 1                         TO WS-CRS-ACCOUNTS
             ADD WS-YE-BALANCE             TO WS-CRS-BALANCE-TOTAL
             ADD WS-YE-INTEREST            TO WS-CRS-INTEREST-TOTAL
           END-IF
           .
       F-WRITE-ACCOUNT-RECORD-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
