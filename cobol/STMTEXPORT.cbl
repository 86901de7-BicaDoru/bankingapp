      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      STMTEXPORT.
      ******************************************************************
      *  Machine-readable bank-to-customer statements for business
      *  customers -- the same day's bookings ACCSTMT/STMTCYCLE print
      *  as text, written in the two formats accounting packages
      *  import: SWIFT MT940 and ISO 20022 camt.053.001.02, e.g.:
      *     STMTEXPORT RUN [yyyymmdd]
      *     STMTEXPORT ACCOUNT 00123 [yyyymmdd]
      *     STMTEXPORT LIST 00123
      *  RUN (or no arguments, as NIGHTRUN launches it) is the
      *  nightly step: every account held by an active legal entity
      *  (CUSTENTITYRECORD) gets one statement for the business date
      *  (or the date given), empty days included, so the client
      *  sees an unbroken run of files.
      *  ACCOUNT is the on-request export for one such account. A
      *  date already exported is re-delivered under its original
      *  sequence number; a date older than the account's latest
      *  export is refused, since it could not be numbered in order.
      *  LIST prints the account's export register.
      *  Each statement carries the opening and closing booked
      *  balances, every TRANSDB entry and every transfer leg whose
      *  value date (booking date on older rows) is the statement
      *  date, with its value date, payment reference and
      *  counterparty. The closing balance is the account balance
      *  less anything value-dated after the statement date; the
      *  opening balance is that less the day's net movement. An
      *  opening balance that does not meet the previous statement's
      *  closing balance is still exported but flagged on the run
      *  report for the back office.
      *  Files go to files/outbound/<customerid>/ as
      *     MT940_<accountid>_<yyyymmdd>_<seq>.sta
      *     CAMT053_<accountid>_<yyyymmdd>_<seq>.xml
      *  The sequence number is continuous per account and kept on
      *  the export register files/stmtexport.dat.
      *  Report: files/reports/STMTEXPORT_<yyyymmdd>.txt (RUN) or
      *  STMTEXPORT_REQ_<accountid>_<yyyymmdd>.txt (ACCOUNT),
      *  registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO "files/stmtexport.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SX-KEY
           FILE STATUS IS WS-SX-FILE-STATUS.

           SELECT CUST-ENTITY-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT MT940-OUTPUT ASSIGN TO DYNAMIC WS-MT940-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT CAMT-OUTPUT ASSIGN TO DYNAMIC WS-CAMT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  EXPORT-FILE.
       COPY STMTEXPRECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  MT940-OUTPUT.
       01  MT940-LINE                   PIC X(80).

       FD  CAMT-OUTPUT.
       01  CAMT-LINE                    PIC X(300).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "STMTEXPORT          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-TRANSFERDB           VALUE "TRANSFERDB          ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
      *    BANK BIC, BANK COUNTERPARTY NAME AND OUTBOUND FOLDER ROOT.
         COPY STMTEXPCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(50).
         05 ARG-OPERATION               PIC X(08).
      *    NO ARGUMENTS AT ALL IS A RUN FOR THE BUSINESS DATE -- THAT
      *    IS HOW NIGHTRUN LAUNCHES THE STEP.
           88 ARG-OP-RUN                 VALUES "RUN" SPACES.
           88 ARG-OP-ACCOUNT             VALUE "ACCOUNT".
           88 ARG-OP-LIST                VALUE "LIST".
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(08).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-SX-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CE-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-MT940-FILENAME           PIC X(256).
         05 WS-CAMT-FILENAME            PIC X(256).
         05 WS-OUTBOUND-DIR             PIC X(40).
         05 WS-SYSTEM-COMMAND           PIC X(80).
         05 WS-SYSTEM-RC                PIC S9(09) BINARY.

         05 WS-TODAY-RAW                PIC 9(08).
      *    THE DATE BEING EXPORTED, WITH ITS MT940 AND ISO SPELLINGS.
         05 WS-STMT-DATE                PIC 9(08).
         05 WS-STMT-DATE-X REDEFINES WS-STMT-DATE.
           10 WS-STMT-DATE-CC           PIC X(02).
           10 WS-STMT-DATE-YYMMDD       PIC X(06).
         05 WS-STMT-DATE-ISO            PIC X(10).
         05 WS-LIST-ACCOUNT             PIC 9(09).
         05 WS-REQ-ACCOUNT              PIC 9(09).

         05 WS-ACC-PAGE-NUMBER          PIC 9(05) VALUE 1.
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).

         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).
         05 WS-CUR-CURRENCY             PIC X(03).
         05 WS-CUR-BALANCE              PIC S9(10)V99.

      *    FROM THE ACCOUNT'S EXPORT REGISTER SWEEP.
         05 WS-LAST-SEQ                 PIC 9(05).
         05 WS-LAST-DATE                PIC 9(08).
      *    THE LATEST EXPORT BEFORE THE STATEMENT DATE.
         05 WS-PREV-DATE                PIC 9(08).
         05 WS-PREV-CLOSING             PIC S9(10)V99.
         05 WS-STMT-SEQ                 PIC 9(05).

      *    THE DAY'S MOVEMENT AND EVERYTHING VALUE-DATED AFTER IT.
         05 WS-DAY-CREDIT               PIC 9(10)V99.
         05 WS-DAY-DEBIT                PIC 9(10)V99.
         05 WS-DAY-CREDIT-CNT           PIC 9(05).
         05 WS-DAY-DEBIT-CNT            PIC 9(05).
         05 WS-DAY-ENTRY-CNT            PIC 9(05).
         05 WS-AFTER-NET                PIC S9(10)V99.
         05 WS-OPENING-BAL              PIC S9(10)V99.
         05 WS-CLOSING-BAL              PIC S9(10)V99.

      *    ONE STATEMENT ENTRY, FILLED FROM A TRANSDB OR TRANSFERDB
      *    ROW BY F-TAKE-TRANS-ROW / F-TAKE-TRANSFER-ROW.
         05 WS-ROW-DATE                 PIC 9(08).
         05 WS-EN-DC                    PIC X(01).
           88 WS-EN-IS-DEBIT            VALUE "D".
           88 WS-EN-IS-CREDIT           VALUE "C".
         05 WS-EN-AMOUNT                PIC 9(10)V99.
         05 WS-EN-VALDATE               PIC 9(08).
         05 WS-EN-VALDATE-X REDEFINES WS-EN-VALDATE.
           10 WS-EN-VALDATE-CC          PIC X(02).
           10 WS-EN-VALDATE-YYMMDD      PIC X(06).
         05 WS-EN-BOOKDATE              PIC 9(08).
         05 WS-EN-BOOKDATE-X REDEFINES WS-EN-BOOKDATE.
           10 WS-EN-BOOKDATE-YYYY       PIC X(04).
           10 WS-EN-BOOKDATE-MMDD       PIC X(04).
         05 WS-EN-TYPE                  PIC X(10).
      *    SWIFT TRANSACTION TYPE IDENTIFICATION CODE FOR :61:.
         05 WS-EN-SWIFT-CODE            PIC X(03).
         05 WS-EN-PAYREF                PIC X(20).
         05 WS-EN-BANKREF               PIC X(16).
         05 WS-EN-CP-IBAN               PIC X(30).
         05 WS-EN-CP-NAME               PIC X(35).
         05 WS-EN-INFO                  PIC X(40).

      *    AMOUNT / DATE FORMATTING SCRATCH.
         05 WS-FMT-AMOUNT               PIC 9(10)V99.
         05 WS-FMT-BAL                  PIC S9(10)V99.
         05 WS-FMT-BAL-DC               PIC X(01).
         05 WS-AMT-EDITED               PIC Z(09)9.99.
         05 WS-AMT-XML                  PIC X(16).
         05 WS-AMT-SWIFT                PIC X(16).
         05 WS-DATE-IN                  PIC 9(08).
         05 WS-DATE-ISO                 PIC X(10).
         05 WS-CREATED-ISO              PIC X(19).
         05 WS-STMT-ID                  PIC X(16).
         05 WS-SEQ-TEXT                 PIC X(05).
         05 WS-CNT-EDITED               PIC Z(04)9.
         05 WS-BAL-EDITED               PIC -(10)9.99.
         05 WS-BAL-EDITED2              PIC -(10)9.99.

         05 WS-XML-IN                   PIC X(40).
         05 WS-XML-OUT                  PIC X(200).
         05 WS-XML-LEN                  PIC 9(03).
         05 WS-XML-POS                  PIC 9(03).
         05 WS-XML-CHAR                 PIC X(01).

         05 WS-ACCOUNTS-SEEN            PIC 9(07) VALUE 0.
         05 WS-STMTS-PRODUCED           PIC 9(07) VALUE 0.
         05 WS-STMTS-REDELIVERED        PIC 9(07) VALUE 0.
         05 WS-STMTS-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-STMTS-REFUSED            PIC 9(07) VALUE 0.
         05 WS-BALANCE-BREAKS           PIC 9(07) VALUE 0.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
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
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-SUB-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-N       VALUE 'N'.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-ALREADY-EXPORTED         PIC X VALUE 'N'.
           88 FG-ALREADY-EXPORTED-Y     VALUE 'Y'.
           88 FG-ALREADY-EXPORTED-N     VALUE 'N'.
         05 FG-ON-REQUEST               PIC X VALUE 'N'.
           88 FG-ON-REQUEST-Y           VALUE 'Y'.
           88 FG-ON-REQUEST-N           VALUE 'N'.
      *    FIRST SWEEP ONLY ADDS UP, SECOND SWEEP WRITES THE ENTRIES
      *    -- BOTH FORMATS NEED THE BALANCES AHEAD OF THE ENTRIES.
         05 FG-SWEEP-MODE               PIC X VALUE 'T'.
           88 FG-SWEEP-TOTALS           VALUE 'T'.
           88 FG-SWEEP-WRITE            VALUE 'W'.
         05 FG-BUSINESS-CUST            PIC X VALUE 'N'.
           88 FG-BUSINESS-CUST-Y        VALUE 'Y'.
           88 FG-BUSINESS-CUST-N        VALUE 'N'.
         05 FG-ENTITY-FILE              PIC X VALUE 'N'.
           88 FG-ENTITY-FILE-OPEN       VALUE 'Y'.
           88 FG-ENTITY-FILE-CLOSED     VALUE 'N'.
         05 FG-REPORT                   PIC X VALUE 'N'.
           88 FG-REPORT-OPEN            VALUE 'Y'.
           88 FG-REPORT-CLOSED          VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-3                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY TRANSFERINTERFACE.
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

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3
           END-UNSTRING

           PERFORM F-OPEN-FILES

           EVALUATE TRUE
             WHEN ARG-OP-RUN
               IF ARG-TOK2 = SPACES
                 MOVE WS-TODAY-RAW         TO WS-STMT-DATE
                 PERFORM F-RUN-DAILY
               ELSE
                 IF ARG-TOK2(1:8) IS NUMERIC AND ARG-TOK2(9:) = SPACES
                   MOVE ARG-TOK2(1:8)      TO WS-STMT-DATE
                   PERFORM F-RUN-DAILY
                 ELSE
                   DISPLAY "STMTEXPORT: expected a yyyymmdd date, "
                           "got '" FUNCTION TRIM(ARG-TOK2) "'"
                 END-IF
               END-IF
             WHEN ARG-OP-ACCOUNT
               IF FUNCTION TEST-NUMVAL(ARG-TOK2) = 0
               AND (ARG-TOK3 = SPACES OR ARG-TOK3 IS NUMERIC)
                 MOVE FUNCTION NUMVAL(ARG-TOK2)
                                           TO WS-REQ-ACCOUNT
                 IF ARG-TOK3 = SPACES
                   MOVE WS-TODAY-RAW       TO WS-STMT-DATE
                 ELSE
                   MOVE ARG-TOK3           TO WS-STMT-DATE
                 END-IF
                 PERFORM F-RUN-ONE-ACCOUNT
               ELSE
                 DISPLAY "STMTEXPORT: expected an account id and an "
                         "optional yyyymmdd date"
               END-IF
             WHEN ARG-OP-LIST
               IF FUNCTION TEST-NUMVAL(ARG-TOK2) = 0
                 MOVE FUNCTION NUMVAL(ARG-TOK2)
                                           TO WS-LIST-ACCOUNT
                 PERFORM F-LIST-REGISTER
               ELSE
                 DISPLAY "STMTEXPORT: expected an account id, got '"
                         FUNCTION TRIM(ARG-TOK2) "'"
               END-IF
             WHEN OTHER
               DISPLAY "USAGE: STMTEXPORT RUN [<yyyymmdd>] | "
                       "ACCOUNT <accid> [<yyyymmdd>] | LIST <accid>"
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "STATEMENT EXPORT STARTING"
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
           CLOSE EXPORT-FILE
           IF FG-ENTITY-FILE-OPEN
             CLOSE CUST-ENTITY-FILE
           END-IF

           IF FG-REPORT-OPEN
             PERFORM F-WRITE-SUMMARY
             CLOSE REPORT-OUTPUT
      *      REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *      REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *      EMPTY RUN IS VISIBLE.
             MOVE PGM-ID                  TO U-RPTREG-JOBNAME
             MOVE WS-STMT-DATE            TO U-RPTREG-BUSDATE
             MOVE WS-REPORT-FILENAME      TO U-RPTREG-PATH
             COMPUTE U-RPTREG-ROW-COUNT =
                     WS-STMTS-PRODUCED + WS-STMTS-REDELIVERED
             PERFORM UT-REPORTREG-REGISTER
           END-IF

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "ACCOUNTS SEEN: ",
             FUNCTION TRIM(WS-ACCOUNTS-SEEN),
             " | EXPORTED: ",
             FUNCTION TRIM(WS-STMTS-PRODUCED),
             " | RE-DELIVERED: ",
             FUNCTION TRIM(WS-STMTS-REDELIVERED),
             " | ALREADY DONE: ",
             FUNCTION TRIM(WS-STMTS-SKIPPED),
             " | REFUSED: ",
             FUNCTION TRIM(WS-STMTS-REFUSED),
             " | BALANCE BREAKS: ",
             FUNCTION TRIM(WS-BALANCE-BREAKS)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O EXPORT-FILE
           IF WS-SX-FILE-STATUS = "35"
             OPEN OUTPUT EXPORT-FILE
             CLOSE EXPORT-FILE
             OPEN I-O EXPORT-FILE
           END-IF

      *    NO LEGAL-ENTITY FILE YET MEANS NO BUSINESS CUSTOMERS.
           OPEN INPUT CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS = "00"
             SET FG-ENTITY-FILE-OPEN      TO TRUE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-OPEN-REPORT SECTION.
           MOVE SPACES                    TO WS-REPORT-FILENAME
           IF FG-ON-REQUEST-Y
             STRING "files/reports/STMTEXPORT_REQ_" DELIMITED BY SIZE
                    WS-REQ-ACCOUNT                  DELIMITED BY SIZE
                    "_"                             DELIMITED BY SIZE
                    WS-STMT-DATE                    DELIMITED BY SIZE
                    ".txt"                          DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
             END-STRING
           ELSE
             STRING "files/reports/STMTEXPORT_"     DELIMITED BY SIZE
                    WS-STMT-DATE                    DELIMITED BY SIZE
                    ".txt"                          DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
             END-STRING
           END-IF

           MOVE WS-STMT-DATE              TO WS-DATE-IN
           PERFORM UT-FORMAT-ISO-DATE
           MOVE WS-DATE-ISO               TO WS-STMT-DATE-ISO
           PERFORM F-GET-TIMESTAMP

           OPEN OUTPUT REPORT-OUTPUT
           SET FG-REPORT-OPEN             TO TRUE
           MOVE SPACES                    TO REPORT-LINE
           STRING "MT940 / CAMT.053 STATEMENT EXPORT FOR "
                  WS-STMT-DATE-ISO
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-OPEN-REPORT-END.
           EXIT.
      ******************************************************************
       F-RUN-DAILY SECTION.
           SET FG-ON-REQUEST-N            TO TRUE
           PERFORM F-OPEN-REPORT

           SET FG-MORE-ACC-PAGES-Y        TO TRUE
           MOVE 1                         TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             PERFORM F-READ-ACCOUNT-PAGE
             IF O-ACC-COUNT = 0
               SET FG-MORE-ACC-PAGES-N    TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-ACC-COUNT
                 PERFORM F-PROCESS-DAILY-ACCOUNT
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N  TO TRUE
               ELSE
                 ADD 1                    TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           DISPLAY "STATEMENT EXPORT " WS-STMT-DATE " -- EXPORTED "
                   WS-STMTS-PRODUCED ", "
                   WS-STMTS-SKIPPED " ALREADY DONE, "
                   WS-STMTS-REFUSED " REFUSED, "
                   WS-BALANCE-BREAKS " BALANCE BREAKS"
           .
       F-RUN-DAILY-END.
           EXIT.
      ******************************************************************
       F-READ-ACCOUNT-PAGE SECTION.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETLIST            TO TRUE
           MOVE 0                          TO I-ACC-CUSTOMERID
           MOVE WS-ACC-PAGE-NUMBER         TO I-ACC-PAGE-NUMBER
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             MOVE 0                        TO O-ACC-COUNT
           END-IF
           .
       F-READ-ACCOUNT-PAGE-END.
           EXIT.
      ******************************************************************
       F-PROCESS-DAILY-ACCOUNT SECTION.
      *    CLOSED ACCOUNTS GET NO FURTHER STATEMENTS.
           IF O-ACC-STATUS(IND-1) = "C"
             EXIT SECTION
           END-IF

           MOVE O-ACC-CUSTOMERID(IND-1)    TO WS-CUR-CUSTOMERID
           PERFORM F-CHECK-BUSINESS-CUSTOMER
           IF FG-BUSINESS-CUST-N
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-ACCOUNTS-SEEN
           MOVE O-ACC-ACCOUNTID(IND-1)     TO WS-CUR-ACCOUNTID
           MOVE O-ACC-IBAN(IND-1)          TO WS-CUR-IBAN
           MOVE O-ACC-CURRENCY(IND-1)      TO WS-CUR-CURRENCY
           MOVE O-ACC-BALANCE(IND-1)       TO WS-CUR-BALANCE

           PERFORM F-EXPORT-ACCOUNT
           .
       F-PROCESS-DAILY-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-RUN-ONE-ACCOUNT SECTION.
           SET FG-ON-REQUEST-Y             TO TRUE

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-REQ-ACCOUNT             TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             DISPLAY "STMTEXPORT: ACCOUNT " WS-REQ-ACCOUNT
                     " NOT FOUND"
             EXIT SECTION
           END-IF

           MOVE O-ACC-CUSTOMERID(1)        TO WS-CUR-CUSTOMERID
           PERFORM F-CHECK-BUSINESS-CUSTOMER
           IF FG-BUSINESS-CUST-N
             DISPLAY "STMTEXPORT: ACCOUNT " WS-REQ-ACCOUNT
                     " IS NOT HELD BY AN ACTIVE LEGAL ENTITY -- "
                     "STATEMENT EXPORT IS FOR BUSINESS ACCOUNTS"
             EXIT SECTION
           END-IF

           IF WS-STMT-DATE > WS-TODAY-RAW
             DISPLAY "STMTEXPORT: " WS-STMT-DATE
                     " IS AFTER THE BUSINESS DATE " WS-TODAY-RAW
             EXIT SECTION
           END-IF

           PERFORM F-OPEN-REPORT
           ADD 1                           TO WS-ACCOUNTS-SEEN
           MOVE O-ACC-ACCOUNTID(1)         TO WS-CUR-ACCOUNTID
           MOVE O-ACC-IBAN(1)              TO WS-CUR-IBAN
           MOVE O-ACC-CURRENCY(1)          TO WS-CUR-CURRENCY
           MOVE O-ACC-BALANCE(1)           TO WS-CUR-BALANCE

           PERFORM F-EXPORT-ACCOUNT
           .
       F-RUN-ONE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-CHECK-BUSINESS-CUSTOMER SECTION.
           SET FG-BUSINESS-CUST-N          TO TRUE
           IF FG-ENTITY-FILE-CLOSED
             EXIT SECTION
           END-IF

           MOVE WS-CUR-CUSTOMERID          TO CE-CUSTOMERID
           READ CUST-ENTITY-FILE
             INVALID KEY
               MOVE SPACES                 TO CE-STATUS
           END-READ
           IF CE-IS-ACTIVE
             SET FG-BUSINESS-CUST-Y        TO TRUE
           END-IF
           .
       F-CHECK-BUSINESS-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-EXPORT-ACCOUNT SECTION.
           PERFORM F-CHECK-REGISTER

           IF FG-ALREADY-EXPORTED-Y
      *      THE NIGHTLY RUN NEVER REPEATS A DAY (RE-RUN AFTER A
      *      PARTIAL FAILURE); ON REQUEST THE SAME STATEMENT GOES OUT
      *      AGAIN UNDER ITS ORIGINAL NUMBER.
             IF FG-ON-REQUEST-N
               ADD 1                       TO WS-STMTS-SKIPPED
               EXIT SECTION
             END-IF
           ELSE
             IF WS-STMT-DATE < WS-LAST-DATE
               ADD 1                       TO WS-STMTS-REFUSED
               MOVE SPACES                 TO REPORT-LINE
               STRING "ACC=" WS-CUR-ACCOUNTID
                      " REFUSED -- LATEST EXPORT IS FOR "
                      WS-LAST-DATE
                      ", AN OLDER DATE CANNOT BE NUMBERED IN ORDER"
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF FG-ON-REQUEST-Y
                 DISPLAY "STMTEXPORT: LATEST EXPORT FOR ACCOUNT "
                         WS-CUR-ACCOUNTID " IS FOR " WS-LAST-DATE
                         " -- " WS-STMT-DATE " CANNOT BE ADDED"
               END-IF
               EXIT SECTION
             END-IF
             COMPUTE WS-STMT-SEQ = WS-LAST-SEQ + 1
           END-IF

           SET FG-SWEEP-TOTALS             TO TRUE
           PERFORM F-SWEEP-ACCOUNT

           COMPUTE WS-CLOSING-BAL = WS-CUR-BALANCE - WS-AFTER-NET
           COMPUTE WS-OPENING-BAL = WS-CLOSING-BAL
                                  - WS-DAY-CREDIT + WS-DAY-DEBIT

           PERFORM F-BUILD-FILENAMES

           OPEN OUTPUT MT940-OUTPUT
           OPEN OUTPUT CAMT-OUTPUT
           PERFORM F-WRITE-MT940-HEADER
           PERFORM F-WRITE-CAMT-HEADER

           SET FG-SWEEP-WRITE              TO TRUE
           PERFORM F-SWEEP-ACCOUNT

           PERFORM F-WRITE-MT940-TRAILER
           PERFORM F-WRITE-CAMT-TRAILER
           CLOSE MT940-OUTPUT
           CLOSE CAMT-OUTPUT

           PERFORM F-WRITE-REGISTER-RECORD
           PERFORM F-WRITE-REPORT-LINE
           .
       F-EXPORT-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-CHECK-REGISTER SECTION.
      *    ONE KEYED SWEEP OF THE ACCOUNT'S REGISTER ROWS: FINDS THE
      *    HIGHEST SEQUENCE NUMBER ISSUED, THE LATEST DATE EXPORTED,
      *    THE LAST EXPORT BEFORE THE STATEMENT DATE WITH ITS CLOSING
      *    BALANCE, AND A ROW ALREADY ON FILE FOR THE STATEMENT DATE.
           SET FG-ALREADY-EXPORTED-N       TO TRUE
           MOVE 0                          TO WS-LAST-SEQ
           MOVE 0                          TO WS-LAST-DATE
           MOVE 0                          TO WS-PREV-DATE
           MOVE 0                          TO WS-PREV-CLOSING
           MOVE 0                          TO WS-STMT-SEQ

           MOVE WS-CUR-ACCOUNTID           TO SX-ACCOUNT-ID
           MOVE 0                          TO SX-STMT-DATE
           START EXPORT-FILE KEY IS NOT LESS THAN SX-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ EXPORT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SX-ACCOUNT-ID NOT = WS-CUR-ACCOUNTID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF SX-SEQ-NUMBER > WS-LAST-SEQ
                     MOVE SX-SEQ-NUMBER    TO WS-LAST-SEQ
                   END-IF
                   IF SX-STMT-DATE = WS-STMT-DATE
                     SET FG-ALREADY-EXPORTED-Y TO TRUE
                     MOVE SX-SEQ-NUMBER    TO WS-STMT-SEQ
                   END-IF
                   IF SX-STMT-DATE < WS-STMT-DATE
                     MOVE SX-STMT-DATE     TO WS-PREV-DATE
                     MOVE SX-CLOSING-BAL   TO WS-PREV-CLOSING
                   END-IF
                   IF SX-STMT-DATE > WS-LAST-DATE
                     MOVE SX-STMT-DATE     TO WS-LAST-DATE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-CHECK-REGISTER-END.
           EXIT.
      ******************************************************************
       F-SWEEP-ACCOUNT SECTION.
      *    EVERY TRANSDB ROW AND EVERY TRANSFER LEG OF THE ACCOUNT,
      *    SAME PAGING AS EODRECON. ROWS ON THE STATEMENT DATE ARE
      *    THE STATEMENT'S ENTRIES; ROWS AFTER IT ARE BACKED OUT OF
      *    THE CURRENT BALANCE TO GET THE CLOSING BALANCE.
           IF FG-SWEEP-TOTALS
             MOVE 0                        TO WS-DAY-CREDIT
             MOVE 0                        TO WS-DAY-DEBIT
             MOVE 0                        TO WS-DAY-CREDIT-CNT
             MOVE 0                        TO WS-DAY-DEBIT-CNT
             MOVE 0                        TO WS-DAY-ENTRY-CNT
             MOVE 0                        TO WS-AFTER-NET
           END-IF

           SET FG-MORE-SUB-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-SUB-PAGE-NUMBER
           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE WS-CUR-ACCOUNTID         TO I-TRANS-ACCOUNTID
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
                 PERFORM F-TAKE-TRANS-ROW
                 PERFORM F-APPLY-ENTRY
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-SUB-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-SUB-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           SET FG-MORE-SUB-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-SUB-PAGE-NUMBER
           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             INITIALIZE TRANSFERDB-INTERFACE
             SET I-TRANSFER-OP-GETLIST     TO TRUE
             MOVE WS-CUR-IBAN              TO I-TRANSFER-FILTER-IBAN
             MOVE WS-SUB-PAGE-NUMBER       TO I-TRANSFER-PAGE-NUMBER
             SET PGNAME-TRANSFERDB         TO TRUE
             CALL PROGNAME USING TRANSFERDB-INTERFACE

             IF NOT TRANSFERDB-STATUS-OK
               MOVE 0                      TO O-TRANSFER-COUNT
             END-IF

             IF O-TRANSFER-COUNT = 0
               SET FG-MORE-SUB-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING IND-2 FROM 1 BY 1
                       UNTIL IND-2 > O-TRANSFER-COUNT
                 PERFORM F-TAKE-TRANSFER-ROW
                 PERFORM F-APPLY-ENTRY
               END-PERFORM
               IF O-TRANSFER-COUNT < K-PAGE-SIZE
                 SET FG-MORE-SUB-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-SUB-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-SWEEP-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-APPLY-ENTRY SECTION.
           IF WS-ROW-DATE > WS-STMT-DATE
             IF FG-SWEEP-TOTALS
               IF WS-EN-IS-DEBIT
                 SUBTRACT WS-EN-AMOUNT     FROM WS-AFTER-NET
               ELSE
                 ADD WS-EN-AMOUNT          TO WS-AFTER-NET
               END-IF
             END-IF
             EXIT SECTION
           END-IF

           IF WS-ROW-DATE NOT = WS-STMT-DATE
             EXIT SECTION
           END-IF

           IF FG-SWEEP-TOTALS
             ADD 1                         TO WS-DAY-ENTRY-CNT
             IF WS-EN-IS-DEBIT
               ADD WS-EN-AMOUNT            TO WS-DAY-DEBIT
               ADD 1                       TO WS-DAY-DEBIT-CNT
             ELSE
               ADD WS-EN-AMOUNT            TO WS-DAY-CREDIT
               ADD 1                       TO WS-DAY-CREDIT-CNT
             END-IF
           ELSE
             PERFORM F-WRITE-MT940-ENTRY
             PERFORM F-WRITE-CAMT-ENTRY
           END-IF
           .
       F-APPLY-ENTRY-END.
           EXIT.
      ******************************************************************
       F-TAKE-TRANS-ROW SECTION.
      *    BOOKING DATE IS THE DAY THE ROW WAS POSTED; VALUE DATE IS
      *    THE DAY IT IS EFFECTIVE, AND DECIDES WHICH STATEMENT IT
      *    IS ON (SAME RULE AS STMTCYCLE). OLDER ROWS WITHOUT A VALUE
      *    DATE FALL BACK TO THE BOOKING DATE.
           MOVE SPACES                     TO WS-EN-TYPE
                                              WS-EN-PAYREF
                                              WS-EN-CP-IBAN
                                              WS-EN-CP-NAME
                                              WS-EN-INFO
           STRING O-TRANS-TIMESTAMP(IND-2)(1:4)
                  O-TRANS-TIMESTAMP(IND-2)(6:2)
                  O-TRANS-TIMESTAMP(IND-2)(9:2)
             DELIMITED BY SIZE INTO WS-EN-BOOKDATE-X
           END-STRING
           IF WS-EN-BOOKDATE IS NOT NUMERIC
             MOVE 0                        TO WS-EN-BOOKDATE
           END-IF
           IF O-TRANS-VALUE-DATE(IND-2) > 0
             MOVE O-TRANS-VALUE-DATE(IND-2) TO WS-EN-VALDATE
           ELSE
             MOVE WS-EN-BOOKDATE           TO WS-EN-VALDATE
           END-IF
           MOVE WS-EN-VALDATE              TO WS-ROW-DATE

           MOVE O-TRANS-TRANS-TYPE(IND-2)  TO WS-EN-TYPE
           MOVE O-TRANS-AMMOUNT(IND-2)     TO WS-EN-AMOUNT
           MOVE O-TRANS-PAYMENT-REF(IND-2) TO WS-EN-PAYREF
           MOVE O-TRANS-MEMO(IND-2)        TO WS-EN-INFO
           MOVE SPACES                     TO WS-EN-BANKREF
           STRING "T" O-TRANS-ID(IND-2)
             DELIMITED BY SIZE INTO WS-EN-BANKREF
           END-STRING

      *    SAME DEBIT/CREDIT SPLIT AS EODRECON'S REPLAY.
           EVALUATE O-TRANS-TRANS-TYPE(IND-2)
             WHEN "WITHDRAW"
               SET WS-EN-IS-DEBIT          TO TRUE
               MOVE "MSC"                  TO WS-EN-SWIFT-CODE
             WHEN "FEE"
               SET WS-EN-IS-DEBIT          TO TRUE
               MOVE "CHG"                  TO WS-EN-SWIFT-CODE
               MOVE K-SX-BANK-NAME         TO WS-EN-CP-NAME
             WHEN "TAX"
               SET WS-EN-IS-DEBIT          TO TRUE
               MOVE "CHG"                  TO WS-EN-SWIFT-CODE
               MOVE K-SX-BANK-NAME         TO WS-EN-CP-NAME
             WHEN "DEBITINT"
               SET WS-EN-IS-DEBIT          TO TRUE
               MOVE "INT"                  TO WS-EN-SWIFT-CODE
               MOVE K-SX-BANK-NAME         TO WS-EN-CP-NAME
             WHEN "REVERSALDR"
               SET WS-EN-IS-DEBIT          TO TRUE
               MOVE "MSC"                  TO WS-EN-SWIFT-CODE
             WHEN "INTEREST"
               SET WS-EN-IS-CREDIT         TO TRUE
               MOVE "INT"                  TO WS-EN-SWIFT-CODE
               MOVE K-SX-BANK-NAME         TO WS-EN-CP-NAME
             WHEN OTHER
               SET WS-EN-IS-CREDIT         TO TRUE
               MOVE "MSC"                  TO WS-EN-SWIFT-CODE
           END-EVALUATE

      *    TRANSDB KEEPS NO COUNTERPARTY COLUMN -- AN INBOUND WIRE
      *    NAMES ITS ORDERING PARTY IN THE MEMO (SEE WIREIN).
           IF WS-EN-CP-NAME = SPACES
           AND O-TRANS-MEMO(IND-2)(1:10) = "WIRE FROM "
             MOVE O-TRANS-MEMO(IND-2)(11:30) TO WS-EN-CP-NAME
           END-IF
           .
       F-TAKE-TRANS-ROW-END.
           EXIT.
      ******************************************************************
       F-TAKE-TRANSFER-ROW SECTION.
      *    A TRANSFER LEG BOOKS STRAIGHT TO THE ACCOUNT BALANCE (NO
      *    TRANSDB ROW), SO IT IS AN ENTRY IN ITS OWN RIGHT. THE
      *    COUNTERPARTY IS THE OTHER IBAN ON THE TRANSFER.
           MOVE SPACES                     TO WS-EN-PAYREF
                                              WS-EN-CP-IBAN
                                              WS-EN-CP-NAME
                                              WS-EN-INFO
           MOVE "TRANSFER"                 TO WS-EN-TYPE
           MOVE "TRF"                      TO WS-EN-SWIFT-CODE
           STRING O-TRANSFER-TIMESTAMP(IND-2)(1:4)
                  O-TRANSFER-TIMESTAMP(IND-2)(6:2)
                  O-TRANSFER-TIMESTAMP(IND-2)(9:2)
             DELIMITED BY SIZE INTO WS-EN-BOOKDATE-X
           END-STRING
           IF WS-EN-BOOKDATE IS NOT NUMERIC
             MOVE 0                        TO WS-EN-BOOKDATE
           END-IF
           IF O-TRANSFER-VALUE-DATE(IND-2) > 0
             MOVE O-TRANSFER-VALUE-DATE(IND-2) TO WS-EN-VALDATE
           ELSE
             MOVE WS-EN-BOOKDATE           TO WS-EN-VALDATE
           END-IF
           MOVE WS-EN-VALDATE              TO WS-ROW-DATE

           MOVE O-TRANSFER-PAYMENT-REF(IND-2) TO WS-EN-PAYREF
           MOVE SPACES                     TO WS-EN-BANKREF
           STRING "X" O-TRANSFER-ID(IND-2)
             DELIMITED BY SIZE INTO WS-EN-BANKREF
           END-STRING

           IF O-TRANSFER-SRCIBAN(IND-2) = WS-CUR-IBAN
             SET WS-EN-IS-DEBIT            TO TRUE
             MOVE O-TRANSFER-AMOUNT(IND-2) TO WS-EN-AMOUNT
             MOVE O-TRANSFER-DESTIBAN(IND-2) TO WS-EN-CP-IBAN
             MOVE "TRANSFER OUT"           TO WS-EN-INFO
           ELSE
      *      THE CREDIT SIDE RECEIVED THE FX-CONVERTED AMOUNT WHEN
      *      THE TWO CURRENCIES DIFFER.
             SET WS-EN-IS-CREDIT           TO TRUE
             IF O-TRANSFER-DESTAMOUNT(IND-2) > 0
               MOVE O-TRANSFER-DESTAMOUNT(IND-2) TO WS-EN-AMOUNT
             ELSE
               MOVE O-TRANSFER-AMOUNT(IND-2) TO WS-EN-AMOUNT
             END-IF
             MOVE O-TRANSFER-SRCIBAN(IND-2) TO WS-EN-CP-IBAN
             MOVE "TRANSFER IN"            TO WS-EN-INFO
           END-IF
           .
       F-TAKE-TRANSFER-ROW-END.
           EXIT.
      ******************************************************************
       F-BUILD-FILENAMES SECTION.
           MOVE WS-STMT-SEQ                TO WS-SEQ-TEXT
           MOVE SPACES                     TO WS-STMT-ID
           STRING "STMT" WS-CUR-ACCOUNTID WS-SEQ-TEXT
             DELIMITED BY SIZE INTO WS-STMT-ID
           END-STRING

           MOVE SPACES                     TO WS-OUTBOUND-DIR
           STRING K-SX-OUTBOUND-ROOT       DELIMITED BY SIZE
                  WS-CUR-CUSTOMERID        DELIMITED BY SIZE
             INTO WS-OUTBOUND-DIR
           END-STRING
           MOVE SPACES                     TO WS-SYSTEM-COMMAND
           STRING "mkdir -p "              DELIMITED BY SIZE
                  WS-OUTBOUND-DIR          DELIMITED BY SPACE
             INTO WS-SYSTEM-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
                RETURNING WS-SYSTEM-RC
           END-CALL

           MOVE SPACES                     TO WS-MT940-FILENAME
           STRING WS-OUTBOUND-DIR          DELIMITED BY SPACE
                  "/MT940_"                DELIMITED BY SIZE
                  WS-CUR-ACCOUNTID         DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  WS-STMT-DATE             DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  WS-SEQ-TEXT              DELIMITED BY SIZE
                  ".sta"                   DELIMITED BY SIZE
             INTO WS-MT940-FILENAME
           END-STRING

           MOVE SPACES                     TO WS-CAMT-FILENAME
           STRING WS-OUTBOUND-DIR          DELIMITED BY SPACE
                  "/CAMT053_"              DELIMITED BY SIZE
                  WS-CUR-ACCOUNTID         DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  WS-STMT-DATE             DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  WS-SEQ-TEXT              DELIMITED BY SIZE
                  ".xml"                   DELIMITED BY SIZE
             INTO WS-CAMT-FILENAME
           END-STRING
           .
       F-BUILD-FILENAMES-END.
           EXIT.
      ******************************************************************
       F-WRITE-MT940-HEADER SECTION.
           MOVE SPACES                     TO MT940-LINE
           STRING ":20:" WS-STMT-ID
             DELIMITED BY SIZE INTO MT940-LINE
           END-STRING
           WRITE MT940-LINE

           MOVE SPACES                     TO MT940-LINE
           STRING ":25:" WS-CUR-IBAN
             DELIMITED BY SIZE INTO MT940-LINE
           END-STRING
           WRITE MT940-LINE

           MOVE SPACES                     TO MT940-LINE
           STRING ":28C:" WS-SEQ-TEXT "/1"
             DELIMITED BY SIZE INTO MT940-LINE
           END-STRING
           WRITE MT940-LINE

           MOVE WS-OPENING-BAL             TO WS-FMT-BAL
           PERFORM UT-FORMAT-BALANCE
           MOVE SPACES                     TO MT940-LINE
           STRING ":60F:" WS-FMT-BAL-DC WS-STMT-DATE-YYMMDD
                  WS-CUR-CURRENCY
                  FUNCTION TRIM(WS-AMT-SWIFT)
             DELIMITED BY SIZE INTO MT940-LINE
           END-STRING
           WRITE MT940-LINE
           .
       F-WRITE-MT940-HEADER-END.
           EXIT.
      ******************************************************************
       F-WRITE-MT940-ENTRY SECTION.
      *    :61: VALUE DATE, BOOKING MMDD, D/C, AMOUNT, TYPE, CLIENT
      *    REFERENCE (THE PAYMENT REFERENCE) // BANK REFERENCE.
           MOVE WS-EN-AMOUNT               TO WS-FMT-AMOUNT
           PERFORM UT-FORMAT-AMOUNT
           MOVE SPACES                     TO MT940-LINE
           IF WS-EN-PAYREF = SPACES
             STRING ":61:" WS-EN-VALDATE-YYMMDD WS-EN-BOOKDATE-MMDD
                    WS-EN-DC FUNCTION TRIM(WS-AMT-SWIFT)
                    "N" WS-EN-SWIFT-CODE "NONREF//"
                    FUNCTION TRIM(WS-EN-BANKREF)
               DELIMITED BY SIZE INTO MT940-LINE
             END-STRING
           ELSE
             STRING ":61:" WS-EN-VALDATE-YYMMDD WS-EN-BOOKDATE-MMDD
                    WS-EN-DC FUNCTION TRIM(WS-AMT-SWIFT)
                    "N" WS-EN-SWIFT-CODE
                    FUNCTION TRIM(WS-EN-PAYREF(1:16)) "//"
                    FUNCTION TRIM(WS-EN-BANKREF)
               DELIMITED BY SIZE INTO MT940-LINE
             END-STRING
           END-IF
           WRITE MT940-LINE

      *    :86: IN THE STRUCTURED /CODE/ FORM, ONE FIELD PER LINE.
           MOVE SPACES                     TO MT940-LINE
           STRING ":86:/TYPE/" FUNCTION TRIM(WS-EN-TYPE)
             DELIMITED BY SIZE INTO MT940-LINE
           END-STRING
           WRITE MT940-LINE
           IF WS-EN-PAYREF NOT = SPACES
             MOVE SPACES                   TO MT940-LINE
             STRING "/EREF/" FUNCTION TRIM(WS-EN-PAYREF)
               DELIMITED BY SIZE INTO MT940-LINE
             END-STRING
             WRITE MT940-LINE
           END-IF
           IF WS-EN-CP-IBAN NOT = SPACES
             MOVE SPACES                   TO MT940-LINE
             STRING "/IBAN/" FUNCTION TRIM(WS-EN-CP-IBAN)
               DELIMITED BY SIZE INTO MT940-LINE
             END-STRING
             WRITE MT940-LINE
           END-IF
           IF WS-EN-CP-NAME NOT = SPACES
             MOVE SPACES                   TO MT940-LINE
             STRING "/NAME/" FUNCTION TRIM(WS-EN-CP-NAME)
               DELIMITED BY SIZE INTO MT940-LINE
             END-STRING
             WRITE MT940-LINE
           END-IF
           IF WS-EN-INFO NOT = SPACES
             MOVE SPACES                   TO MT940-LINE
             STRING "/REMI/" FUNCTION TRIM(WS-EN-INFO)
               DELIMITED BY SIZE INTO MT940-LINE
             END-STRING
             WRITE MT940-LINE
           END-IF
           .
       F-WRITE-MT940-ENTRY-END.
           EXIT.
      ******************************************************************
       F-WRITE-MT940-TRAILER SECTION.
           MOVE WS-CLOSING-BAL             TO WS-FMT-BAL
           PERFORM UT-FORMAT-BALANCE
           MOVE SPACES                     TO MT940-LINE
           STRING ":62F:" WS-FMT-BAL-DC WS-STMT-DATE-YYMMDD
                  WS-CUR-CURRENCY
                  FUNCTION TRIM(WS-AMT-SWIFT)
             DELIMITED BY SIZE INTO MT940-LINE
           END-STRING
           WRITE MT940-LINE
           MOVE "-"                        TO MT940-LINE
           WRITE MT940-LINE
           .
       F-WRITE-MT940-TRAILER-END.
           EXIT.
      ******************************************************************
       F-WRITE-CAMT-HEADER SECTION.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                                           TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE SPACES                     TO CAMT-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'camt.053.001.02">'
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE
           MOVE "<BkToCstmrStmt>"          TO CAMT-LINE
           WRITE CAMT-LINE

           MOVE SPACES                     TO CAMT-LINE
           STRING "<GrpHdr><MsgId>" WS-STMT-ID "-" WS-STMT-DATE
                  "</MsgId><CreDtTm>" WS-CREATED-ISO
                  "</CreDtTm></GrpHdr>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE

           MOVE "<Stmt>"                   TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE SPACES                     TO CAMT-LINE
           STRING "<Id>" WS-STMT-ID "</Id>"
                  "<ElctrncSeqNb>" WS-STMT-SEQ "</ElctrncSeqNb>"
                  "<LglSeqNb>" WS-STMT-SEQ "</LglSeqNb>"
                  "<CreDtTm>" WS-CREATED-ISO "</CreDtTm>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE
           MOVE SPACES                     TO CAMT-LINE
           STRING "<FrToDt><FrDtTm>" WS-STMT-DATE-ISO
                  "T00:00:00</FrDtTm><ToDtTm>" WS-STMT-DATE-ISO
                  "T23:59:59</ToDtTm></FrToDt>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE
           MOVE SPACES                     TO CAMT-LINE
           STRING "<Acct><Id><IBAN>" FUNCTION TRIM(WS-CUR-IBAN)
                  "</IBAN></Id><Ccy>" WS-CUR-CURRENCY
                  "</Ccy><Svcr><FinInstnId><BIC>" K-SX-BANK-BIC
                  "</BIC></FinInstnId></Svcr></Acct>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE

           MOVE WS-OPENING-BAL             TO WS-FMT-BAL
           PERFORM UT-FORMAT-BALANCE
           MOVE SPACES                     TO CAMT-LINE
           STRING "<Bal><Tp><CdOrPrtry><Cd>OPBD</Cd></CdOrPrtry></Tp>"
                  '<Amt Ccy="' WS-CUR-CURRENCY '">'
                  FUNCTION TRIM(WS-AMT-XML) "</Amt>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           PERFORM UT-WRITE-CAMT-BAL-TAIL

           MOVE WS-CLOSING-BAL             TO WS-FMT-BAL
           PERFORM UT-FORMAT-BALANCE
           MOVE SPACES                     TO CAMT-LINE
           STRING "<Bal><Tp><CdOrPrtry><Cd>CLBD</Cd></CdOrPrtry></Tp>"
                  '<Amt Ccy="' WS-CUR-CURRENCY '">'
                  FUNCTION TRIM(WS-AMT-XML) "</Amt>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           PERFORM UT-WRITE-CAMT-BAL-TAIL

           MOVE WS-DAY-ENTRY-CNT           TO WS-CNT-EDITED
           MOVE "<TxsSummry>"              TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE SPACES                     TO CAMT-LINE
           STRING "<TtlNtries><NbOfNtries>" FUNCTION TRIM(WS-CNT-EDITED)
                  "</NbOfNtries></TtlNtries>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE
           MOVE WS-DAY-CREDIT-CNT          TO WS-CNT-EDITED
           MOVE WS-DAY-CREDIT              TO WS-FMT-AMOUNT
           PERFORM UT-FORMAT-AMOUNT
           MOVE SPACES                     TO CAMT-LINE
           STRING "<TtlCdtNtries><NbOfNtries>"
                  FUNCTION TRIM(WS-CNT-EDITED)
                  "</NbOfNtries><Sum>" FUNCTION TRIM(WS-AMT-XML)
                  "</Sum></TtlCdtNtries>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE
           MOVE WS-DAY-DEBIT-CNT           TO WS-CNT-EDITED
           MOVE WS-DAY-DEBIT               TO WS-FMT-AMOUNT
           PERFORM UT-FORMAT-AMOUNT
           MOVE SPACES                     TO CAMT-LINE
           STRING "<TtlDbtNtries><NbOfNtries>"
                  FUNCTION TRIM(WS-CNT-EDITED)
                  "</NbOfNtries><Sum>" FUNCTION TRIM(WS-AMT-XML)
                  "</Sum></TtlDbtNtries>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE
           MOVE "</TxsSummry>"             TO CAMT-LINE
           WRITE CAMT-LINE
           .
       F-WRITE-CAMT-HEADER-END.
           EXIT.
      ******************************************************************
       F-WRITE-CAMT-ENTRY SECTION.
           MOVE WS-EN-AMOUNT               TO WS-FMT-AMOUNT
           PERFORM UT-FORMAT-AMOUNT

           MOVE "<Ntry>"                   TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE SPACES                     TO CAMT-LINE
           IF WS-EN-IS-DEBIT
             STRING '<Amt Ccy="' WS-CUR-CURRENCY '">'
                    FUNCTION TRIM(WS-AMT-XML)
                    "</Amt><CdtDbtInd>DBIT</CdtDbtInd><Sts>BOOK</Sts>"
               DELIMITED BY SIZE INTO CAMT-LINE
             END-STRING
           ELSE
             STRING '<Amt Ccy="' WS-CUR-CURRENCY '">'
                    FUNCTION TRIM(WS-AMT-XML)
                    "</Amt><CdtDbtInd>CRDT</CdtDbtInd><Sts>BOOK</Sts>"
               DELIMITED BY SIZE INTO CAMT-LINE
             END-STRING
           END-IF
           WRITE CAMT-LINE

           MOVE WS-EN-BOOKDATE             TO WS-DATE-IN
           PERFORM UT-FORMAT-ISO-DATE
           MOVE SPACES                     TO CAMT-LINE
           STRING "<BookgDt><Dt>" WS-DATE-ISO "</Dt></BookgDt>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           MOVE WS-EN-VALDATE              TO WS-DATE-IN
           PERFORM UT-FORMAT-ISO-DATE
           MOVE SPACES                     TO WS-XML-OUT
           STRING CAMT-LINE                DELIMITED BY SPACE
                  "<ValDt><Dt>"            DELIMITED BY SIZE
                  WS-DATE-ISO              DELIMITED BY SIZE
                  "</Dt></ValDt><AcctSvcrRef>" DELIMITED BY SIZE
                  WS-EN-BANKREF            DELIMITED BY SPACE
                  "</AcctSvcrRef>"         DELIMITED BY SIZE
             INTO WS-XML-OUT
           END-STRING
           MOVE WS-XML-OUT                 TO CAMT-LINE
           WRITE CAMT-LINE

           MOVE SPACES                     TO CAMT-LINE
           STRING "<BkTxCd><Prtry><Cd>" FUNCTION TRIM(WS-EN-TYPE)
                  "</Cd><Issr>" K-SX-BANK-BIC
                  "</Issr></Prtry></BkTxCd>"
             DELIMITED BY SIZE INTO CAMT-LINE
           END-STRING
           WRITE CAMT-LINE

           MOVE "<NtryDtls><TxDtls>"       TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE SPACES                     TO CAMT-LINE
           IF WS-EN-PAYREF = SPACES
             STRING "<Refs><AcctSvcrRef>" FUNCTION TRIM(WS-EN-BANKREF)
                    "</AcctSvcrRef><EndToEndId>NOTPROVIDED"
                    "</EndToEndId></Refs>"
               DELIMITED BY SIZE INTO CAMT-LINE
             END-STRING
           ELSE
             MOVE WS-EN-PAYREF             TO WS-XML-IN
             PERFORM UT-XML-ESCAPE
             STRING "<Refs><AcctSvcrRef>" FUNCTION TRIM(WS-EN-BANKREF)
                    "</AcctSvcrRef><EndToEndId>"
                    FUNCTION TRIM(WS-XML-OUT)
                    "</EndToEndId></Refs>"
               DELIMITED BY SIZE INTO CAMT-LINE
             END-STRING
           END-IF
           WRITE CAMT-LINE

           IF WS-EN-CP-IBAN NOT = SPACES OR WS-EN-CP-NAME NOT = SPACES
             PERFORM F-WRITE-CAMT-PARTY
           END-IF

           IF WS-EN-INFO NOT = SPACES
             MOVE WS-EN-INFO               TO WS-XML-IN
             PERFORM UT-XML-ESCAPE
             MOVE SPACES                   TO CAMT-LINE
             STRING "<RmtInf><Ustrd>" FUNCTION TRIM(WS-XML-OUT)
                    "</Ustrd></RmtInf>"
               DELIMITED BY SIZE INTO CAMT-LINE
             END-STRING
             WRITE CAMT-LINE
           END-IF

           MOVE "</TxDtls></NtryDtls>"     TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE "</Ntry>"                  TO CAMT-LINE
           WRITE CAMT-LINE
           .
       F-WRITE-CAMT-ENTRY-END.
           EXIT.
      ******************************************************************
       F-WRITE-CAMT-PARTY SECTION.
      *    ON A CREDIT THE COUNTERPARTY PAID US (DEBTOR); ON A DEBIT
      *    WE PAID THEM (CREDITOR).
           MOVE "<RltdPties>"              TO CAMT-LINE
           WRITE CAMT-LINE

           IF WS-EN-CP-NAME NOT = SPACES
             MOVE WS-EN-CP-NAME            TO WS-XML-IN
             PERFORM UT-XML-ESCAPE
             MOVE SPACES                   TO CAMT-LINE
             IF WS-EN-IS-CREDIT
               STRING "<Dbtr><Nm>" FUNCTION TRIM(WS-XML-OUT)
                      "</Nm></Dbtr>"
                 DELIMITED BY SIZE INTO CAMT-LINE
               END-STRING
             ELSE
               STRING "<Cdtr><Nm>" FUNCTION TRIM(WS-XML-OUT)
                      "</Nm></Cdtr>"
                 DELIMITED BY SIZE INTO CAMT-LINE
               END-STRING
             END-IF
             WRITE CAMT-LINE
           END-IF

           IF WS-EN-CP-IBAN NOT = SPACES
             MOVE SPACES                   TO CAMT-LINE
             IF WS-EN-IS-CREDIT
               STRING "<DbtrAcct><Id><IBAN>"
                      FUNCTION TRIM(WS-EN-CP-IBAN)
                      "</IBAN></Id></DbtrAcct>"
                 DELIMITED BY SIZE INTO CAMT-LINE
               END-STRING
             ELSE
               STRING "<CdtrAcct><Id><IBAN>"
                      FUNCTION TRIM(WS-EN-CP-IBAN)
                      "</IBAN></Id></CdtrAcct>"
                 DELIMITED BY SIZE INTO CAMT-LINE
               END-STRING
             END-IF
             WRITE CAMT-LINE
           END-IF

           MOVE "</RltdPties>"             TO CAMT-LINE
           WRITE CAMT-LINE
           .
       F-WRITE-CAMT-PARTY-END.
           EXIT.
      ******************************************************************
       F-WRITE-CAMT-TRAILER SECTION.
           MOVE "</Stmt>"                  TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE "</BkToCstmrStmt>"         TO CAMT-LINE
           WRITE CAMT-LINE
           MOVE "</Document>"              TO CAMT-LINE
           WRITE CAMT-LINE
           .
       F-WRITE-CAMT-TRAILER-END.
           EXIT.
      ******************************************************************
       F-WRITE-REGISTER-RECORD SECTION.
           IF FG-ALREADY-EXPORTED-Y
             MOVE WS-CUR-ACCOUNTID         TO SX-ACCOUNT-ID
             MOVE WS-STMT-DATE             TO SX-STMT-DATE
             READ EXPORT-FILE
               INVALID KEY
                 EXIT SECTION
             END-READ
             ADD 1                         TO SX-DELIVERY-COUNT
             MOVE WS-OPENING-BAL           TO SX-OPENING-BAL
             MOVE WS-CLOSING-BAL           TO SX-CLOSING-BAL
             MOVE WS-DAY-ENTRY-CNT         TO SX-ENTRY-COUNT
             MOVE WS-DAY-CREDIT            TO SX-TOTAL-CREDIT
             MOVE WS-DAY-DEBIT             TO SX-TOTAL-DEBIT
             MOVE WS-TIMESTAMP             TO SX-PRODUCED-TS
             REWRITE STMT-EXPORT-RECORD
             ADD 1                         TO WS-STMTS-REDELIVERED
             EXIT SECTION
           END-IF

           INITIALIZE STMT-EXPORT-RECORD
           MOVE WS-CUR-ACCOUNTID           TO SX-ACCOUNT-ID
           MOVE WS-STMT-DATE               TO SX-STMT-DATE
           MOVE WS-STMT-SEQ                TO SX-SEQ-NUMBER
           MOVE WS-CUR-CUSTOMERID          TO SX-CUSTOMER-ID
           MOVE WS-CUR-IBAN                TO SX-IBAN
           MOVE WS-CUR-CURRENCY            TO SX-CURRENCY
           MOVE WS-OPENING-BAL             TO SX-OPENING-BAL
           MOVE WS-CLOSING-BAL             TO SX-CLOSING-BAL
           MOVE WS-DAY-ENTRY-CNT           TO SX-ENTRY-COUNT
           MOVE WS-DAY-CREDIT              TO SX-TOTAL-CREDIT
           MOVE WS-DAY-DEBIT               TO SX-TOTAL-DEBIT
           IF FG-ON-REQUEST-Y
             SET SX-ORIGIN-REQUEST         TO TRUE
           ELSE
             SET SX-ORIGIN-NIGHTLY         TO TRUE
           END-IF
           MOVE 1                          TO SX-DELIVERY-COUNT
           MOVE WS-TIMESTAMP               TO SX-PRODUCED-TS
           MOVE WS-MT940-FILENAME          TO SX-MT940-FILE
           MOVE WS-CAMT-FILENAME           TO SX-CAMT-FILE
           WRITE STMT-EXPORT-RECORD
           ADD 1                           TO WS-STMTS-PRODUCED
           .
       F-WRITE-REGISTER-RECORD-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT-LINE SECTION.
           MOVE WS-OPENING-BAL             TO WS-BAL-EDITED
           MOVE WS-CLOSING-BAL             TO WS-BAL-EDITED2
           MOVE WS-DAY-ENTRY-CNT           TO WS-CNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "ACC=" WS-CUR-ACCOUNTID
                  " CUST=" WS-CUR-CUSTOMERID
                  " SEQ=" WS-SEQ-TEXT
                  " OPEN=" FUNCTION TRIM(WS-BAL-EDITED)
                  " CLOSE=" FUNCTION TRIM(WS-BAL-EDITED2)
                  " ENTRIES=" FUNCTION TRIM(WS-CNT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           IF FG-ALREADY-EXPORTED-Y
             MOVE SPACES                   TO WS-XML-OUT
             STRING FUNCTION TRIM(REPORT-LINE) " RE-DELIVERED"
               DELIMITED BY SIZE INTO WS-XML-OUT
             END-STRING
             MOVE WS-XML-OUT               TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

      *    THE OPENING BALANCE MUST MEET THE PREVIOUS STATEMENT'S
      *    CLOSING BALANCE; A GAP MEANS SOMETHING WAS BOOKED INTO AN
      *    ALREADY-EXPORTED DAY AND THE CLIENT'S LEDGER WILL NOT TIE.
           IF WS-PREV-DATE > 0
           AND WS-OPENING-BAL NOT = WS-PREV-CLOSING
             ADD 1                         TO WS-BALANCE-BREAKS
             MOVE WS-PREV-CLOSING          TO WS-BAL-EDITED
             MOVE SPACES                   TO REPORT-LINE
             STRING "  ** BALANCE BREAK -- PREVIOUS CLOSING ("
                    WS-PREV-DATE ") WAS "
                    FUNCTION TRIM(WS-BAL-EDITED)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           .
       F-WRITE-REPORT-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----- SUMMARY -----"      TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           STRING "ACCOUNTS: " WS-ACCOUNTS-SEEN
                  "   EXPORTED: " WS-STMTS-PRODUCED
                  "   RE-DELIVERED: " WS-STMTS-REDELIVERED
                  "   ALREADY DONE: " WS-STMTS-SKIPPED
                  "   REFUSED: " WS-STMTS-REFUSED
                  "   BALANCE BREAKS: " WS-BALANCE-BREAKS
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
       F-LIST-REGISTER SECTION.
           MOVE WS-LIST-ACCOUNT            TO SX-ACCOUNT-ID
           MOVE 0                          TO SX-STMT-DATE
           START EXPORT-FILE KEY IS NOT LESS THAN SX-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ EXPORT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SX-ACCOUNT-ID NOT = WS-LIST-ACCOUNT
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   DISPLAY "SEQ " SX-SEQ-NUMBER
                           " DATE " SX-STMT-DATE
                           " ENTRIES " SX-ENTRY-COUNT
                           " OPEN " SX-OPENING-BAL
                           " CLOSE " SX-CLOSING-BAL
                           " " SX-ORIGIN
                           " x" SX-DELIVERY-COUNT
                           " AT " SX-PRODUCED-TS
                   DISPLAY "    " FUNCTION TRIM(SX-MT940-FILE)
                   DISPLAY "    " FUNCTION TRIM(SX-CAMT-FILE)
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LIST-REGISTER-END.
           EXIT.
      ******************************************************************
       F-GET-TIMESTAMP SECTION.
      *    THE STAMP CARRIES THE BUSINESS DATE, SAME RULE AS
      *    TRANSFERBO.UT-GET-TIMESTAMP.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TODAY-RAW(1:4)          TO T-YEAR
           MOVE WS-TODAY-RAW(5:2)          TO T-MONTH
           MOVE WS-TODAY-RAW(7:2)          TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC

           MOVE SPACES                     TO WS-CREATED-ISO
           STRING T-DATE "T" T-HOUR ":" T-MIN ":" T-SEC
             DELIMITED BY SIZE INTO WS-CREATED-ISO
           END-STRING
           .
       F-GET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       UT-FORMAT-ISO-DATE SECTION.
           MOVE SPACES                     TO WS-DATE-ISO
           STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                  WS-DATE-IN(7:2)
             DELIMITED BY SIZE INTO WS-DATE-ISO
           END-STRING
           .
       UT-FORMAT-ISO-DATE-END.
           EXIT.
      ******************************************************************
       UT-FORMAT-AMOUNT SECTION.
      *    XML WANTS "1234.56", SWIFT WANTS "1234,56" -- NO SIGN, NO
      *    LEADING ZEROS, NO GROUPING IN EITHER.
           MOVE WS-FMT-AMOUNT              TO WS-AMT-EDITED
           MOVE FUNCTION TRIM(WS-AMT-EDITED) TO WS-AMT-XML
           MOVE WS-AMT-XML                 TO WS-AMT-SWIFT
           INSPECT WS-AMT-SWIFT REPLACING ALL "." BY ","
           .
       UT-FORMAT-AMOUNT-END.
           EXIT.
      ******************************************************************
       UT-FORMAT-BALANCE SECTION.
      *    BALANCES TRAVEL AS AN UNSIGNED AMOUNT PLUS A D/C MARK.
           IF WS-FMT-BAL < 0
             MOVE "D"                      TO WS-FMT-BAL-DC
             COMPUTE WS-FMT-AMOUNT = 0 - WS-FMT-BAL
           ELSE
             MOVE "C"                      TO WS-FMT-BAL-DC
             MOVE WS-FMT-BAL               TO WS-FMT-AMOUNT
           END-IF
           PERFORM UT-FORMAT-AMOUNT
           .
       UT-FORMAT-BALANCE-END.
           EXIT.
      ******************************************************************
       UT-WRITE-CAMT-BAL-TAIL SECTION.
      *    CALLER LEAVES THE <Bal><Tp>..<Amt> HEAD IN CAMT-LINE.
           MOVE SPACES                     TO WS-XML-OUT
           IF WS-FMT-BAL-DC = "D"
             STRING CAMT-LINE              DELIMITED BY "  "
                    "<CdtDbtInd>DBIT</CdtDbtInd>" DELIMITED BY SIZE
                    "<Dt><Dt>"             DELIMITED BY SIZE
                    WS-STMT-DATE-ISO       DELIMITED BY SIZE
                    "</Dt></Dt></Bal>"     DELIMITED BY SIZE
               INTO WS-XML-OUT
             END-STRING
           ELSE
             STRING CAMT-LINE              DELIMITED BY "  "
                    "<CdtDbtInd>CRDT</CdtDbtInd>" DELIMITED BY SIZE
                    "<Dt><Dt>"             DELIMITED BY SIZE
                    WS-STMT-DATE-ISO       DELIMITED BY SIZE
                    "</Dt></Dt></Bal>"     DELIMITED BY SIZE
               INTO WS-XML-OUT
             END-STRING
           END-IF
           MOVE WS-XML-OUT                 TO CAMT-LINE
           WRITE CAMT-LINE
           .
       UT-WRITE-CAMT-BAL-TAIL-END.
           EXIT.
      ******************************************************************
       UT-XML-ESCAPE SECTION.
      *    WS-XML-IN -> WS-XML-OUT WITH &, < AND > ESCAPED. FREE TEXT
      *    (MEMOS, ORDERING-PARTY NAMES) MAY CARRY ANY OF THEM.
           MOVE SPACES                     TO WS-XML-OUT
           MOVE 1                          TO WS-XML-POS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-XML-IN TRAILING))
                                           TO WS-XML-LEN
           IF WS-XML-IN = SPACES
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-XML-LEN
             MOVE WS-XML-IN(IND-3:1)       TO WS-XML-CHAR
             EVALUATE WS-XML-CHAR
               WHEN "&"
                 MOVE "&amp;"              TO WS-XML-OUT(WS-XML-POS:5)
                 ADD 5                     TO WS-XML-POS
               WHEN "<"
                 MOVE "&lt;"               TO WS-XML-OUT(WS-XML-POS:4)
                 ADD 4                     TO WS-XML-POS
               WHEN ">"
                 MOVE "&gt;"               TO WS-XML-OUT(WS-XML-POS:4)
                 ADD 4                     TO WS-XML-POS
               WHEN OTHER
                 MOVE WS-XML-CHAR          TO WS-XML-OUT(WS-XML-POS:1)
                 ADD 1                     TO WS-XML-POS
             END-EVALUATE
           END-PERFORM
           .
       UT-XML-ESCAPE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
